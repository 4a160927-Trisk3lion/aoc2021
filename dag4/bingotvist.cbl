       IDENTIFICATION DIVISION.

       PROGRAM-ID. BINGOTVIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT KORNINGSAUDIT-FIL ASSIGN "korningsaudit.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS KX-NYCKEL
          ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
             WITH DUPLICATES
           FILE STATUS IS AUDIT-FILSTATUS.

          SELECT BINGOFIL ASSIGN DYNAMIC WS-INPUT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT REGISTER-FIL ASSIGN DYNAMIC
             WS-REGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT BINGO-LOG-FIL ASSIGN DYNAMIC
             WS-LOG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT BINGO-RESULT-FIL ASSIGN DYNAMIC
             WS-RESULT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT BINGO2-RANK-FIL ASSIGN DYNAMIC
             WS-RANK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT BINGO2-AUDIT-FIL ASSIGN DYNAMIC
             WS-AUDIT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT UTBETALNING-FIL ASSIGN DYNAMIC
             WS-UTBETALNING-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT RAPPORT-FIL ASSIGN DYNAMIC
             WS-RAPPORT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND8-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD KORNINGSAUDIT-FIL.
       COPY "KORNINGSINDEX-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KX==.

       FD BINGOFIL.
       01 WS-INPUT PIC X(300).

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

      *> Samma postlayout som BINGO-LOG-REC i BINGO.
       FD BINGO-LOG-FIL.
       01 BINGO-LOG-REC.
          05 BL-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 BL-SPEL-NR PIC 9(3).
          05 FILLER PIC X.
          05 BL-DRAG-NR PIC 9(3).
          05 FILLER PIC X.
          05 BL-NUMMER PIC 99.
          05 FILLER PIC X.
          05 BL-TABELL-NR PIC 9(3).
          05 FILLER PIC X.
          05 BL-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 BL-MARKERAT PIC X(225).

      *> Samma postlayout som BINGO-RESULT-REC i BINGO.
       FD BINGO-RESULT-FIL.
       01 BINGO-RESULT-REC.
          05 BRE-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 BRE-SPEL-NR PIC 9(3).
          05 FILLER PIC X.
          05 BRE-VINNANDE-NUMMER PIC 99.
          05 FILLER PIC X.
          05 BRE-OMARKERADE PIC 9(5).
          05 FILLER PIC X.
          05 BRE-TOT-RESULTAT PIC 9(16).
          05 FILLER PIC X.
          05 BRE-ANTAL-DRAG PIC 9(3).

      *> Samma postlayout som BINGO2-RANK-REC i BINGO2.
       FD BINGO2-RANK-FIL.
       01 BINGO2-RANK-REC.
          05 RK-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 RK-RANK-NR PIC 9(3).
          05 FILLER PIC X.
          05 RK-TABELL-NR PIC 9(3).
          05 FILLER PIC X.
          05 RK-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 RK-VINNANDE-NUMMER PIC 99.
          05 FILLER PIC X.
          05 RK-TOT-OMARKERADE PIC 9(5).
          05 FILLER PIC X.
          05 RK-TOT-RESULTAT PIC 9(16).
          05 FILLER PIC X.
          05 RK-ANTAL-TABELLER PIC 9(3).
          05 FILLER PIC X.
          05 RK-AGARE PIC X(20).
          05 FILLER PIC X.
          05 RK-AVDELNING PIC X(10).
          05 FILLER PIC X.
          05 RK-DRAG PIC 9(3).
          05 FILLER PIC X.
          05 RK-DELAD PIC X(5).

      *> Samma postlayout som BINGO2-AUDIT-REC i BINGO2.
       FD BINGO2-AUDIT-FIL.
       01 BINGO2-AUDIT-REC.
          05 AU-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 AU-RANK-NR PIC 9(3).
          05 FILLER PIC X.
          05 AU-TABELL-NR PIC 9(3).
          05 FILLER PIC X.
          05 AU-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 AU-RAD-NR PIC 9.
          05 FILLER PIC X.
          05 AU-RAD-TEXT PIC X(25).
          05 FILLER PIC X.
          05 AU-AGARE PIC X(20).

      *> Samma postlayout som UTBETALNING-REC i BINGO2.
       FD UTBETALNING-FIL.
       01 UTBETALNING-REC.
          05 UB-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 UB-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 UB-RANK PIC 9(3).
          05 FILLER PIC X.
          05 UB-TYP PIC X(6).
          05 FILLER PIC X.
          05 UB-BELOPP PIC 9(7)V9(2).
          05 FILLER PIC X.
          05 UB-DRAG PIC 9(3).
          05 FILLER PIC X.
          05 UB-GRUPP-ANTAL PIC 9(3).
          05 FILLER PIC X.
          05 UB-REST-ORE PIC 9(4).

       FD RAPPORT-FIL.
       01 RAPPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      *> Tvistutredningen: nar en agare bestrider ett resultat
      *> spelas dagens spel om fran samma infil som korningen fick
      *> (korningsauditens INFIL for programmet och dagen) och med
      *> exakt det programmets regler - BINGO stannar vid forsta
      *> bingon i tabellordning och markerar numeriskt, BINGO2 spelar
      *> hela serien utom det sista numret, markerar pa celltexten
      *> och rankar varje malgang. Utredningen visar brickans
      *> rutnat efter valfritt drag, draget da varje rad och kolumn
      *> blev komplett, hur poangen raknades och vilka andra brickor
      *> som gick i mal pa samma drag. Aterspelningen stams sedan av
      *> mot korningens egna spar - spelloggen och resultatfilen for
      *> BINGO, rankfilen, revisionsrutnatet och
      *> utbetalningsliggaren for BINGO2 - och for BINGO2 raknas
      *> brickans utbetalning om pa oret ur liggarens delningsrader.
      *> Allt som inte stammer skrivs som AVVIKER och korningen
      *> slutar med returkod 1. Rapporten sigilleras - det ar den
      *> som lamnas till agaren eller spelinspektionen.
      *>
      *> Anrop: bingotvist <YYYYMMDD> <speltagg> <kalla> [drag]
      *>
      *> Speltaggen BINGO2 avser dagens BINGO2-spel. Annars avses
      *> BINGO-spelet med den taggen (SPEL-raden i infilen) - ett
      *> spel utan SPEL-rad heter som sitt spelnummer, t ex 001.
      *> Utan drag visas rutnatet vid brickans malgang, eller efter
      *> sista spelade draget om brickan aldrig gick i mal.
       01 WS-DATUM-ARG PIC X(8).
       01 WS-SPEL-ARG PIC X(10).
       01 WS-KALLA-ARG PIC X(5).
       01 WS-DRAG-ARG PIC X(3).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 WS-INPUT-FILENAME PIC X(100).
       01 WS-LOG-FILENAME PIC X(40).
       01 WS-RESULT-FILENAME PIC X(40).
       01 WS-RANK-FILENAME PIC X(40).
       01 WS-AUDIT-FILENAME PIC X(40).
       01 WS-UTBETALNING-FILENAME PIC X(40).
       01 WS-RAPPORT-FILENAME PIC X(40).

      *> Utredningen galler platsen i miljovariabeln PLATS - dess
      *> register, dess datumfiler och dess auditrader.
       COPY "PLATS.cpy".
       01 WS-REGISTER-FILENAME PIC X(40).

       01 AUDIT-FILSTATUS PIC XX.

       COPY "SIGILL-PARM.cpy".

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.
          05 IND8-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(40).

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.

       01 SPEL-DATUM PIC 9(8).
       01 SOKT-KALLA-NR PIC 9(5) VALUE ZERO.
       01 VISA-DRAG PIC 9(3) VALUE ZERO.

       01 LAGE-SW PIC 9 VALUE ZERO.
          88 LAGE-BINGO2 VALUE 1.

       01 SPEL-PROGRAM PIC X(10).

       01 INFIL-FRAN-AUDIT-SW PIC 9 VALUE ZERO.
          88 INFIL-FRAN-AUDIT VALUE 1.

       01 AUDIT-PARAMETRAR PIC X(20) VALUE SPACES.

       01 REG-ANTAL PIC 9(4) VALUE ZERO.

       01 REG-TABELL.
          05 REG-RAD OCCURS 0 TO 5000 TIMES
                DEPENDING ON REG-ANTAL
                INDEXED BY REG-INDEX.
             10 RT-KALLA-NR PIC 9(5).
             10 RT-NAMN PIC X(20).
             10 RT-AVDELNING PIC X(10).

       01 SOK-KALLA-NR PIC 9(5).
       01 AGARE-NAMN PIC X(20).
       01 AGARE-AVDELNING PIC X(10).
       01 AGARE-FUNNEN-SW PIC 9.
          88 AGARE-FUNNEN VALUE 1.

      *> Infilen lases som programmet sjalv laser den: samma
      *> radordning, samma globala kallnumrering over spelen och
      *> samma bradformat - fast bredd kanns igen pa att raden efter
      *> dragraden inte ar blank.
       01 FIL-SLUT-SW PIC 9 VALUE ZERO.
          88 FIL-SLUT VALUE 1.

       01 FORMAT-FAST-SW PIC 9 VALUE ZERO.
          88 FORMAT-FAST VALUE 1.

       01 NASTA-SPEL-SW PIC 9 VALUE ZERO.
          88 NASTA-SPEL-HITTAD VALUE 1.

       01 MAL-SPEL-SW PIC 9 VALUE ZERO.
          88 MAL-SPEL VALUE 1.

       01 SPEL-FUNNET-SW PIC 9 VALUE ZERO.
          88 SPEL-FUNNET VALUE 1.

       01 BOARD-STORLEK PIC 99 VALUE 5.
       01 FAST-RAD-BREDD PIC 9(2).
       01 INL-SPEL-NR PIC 9(3) VALUE ZERO.
       01 INL-SPEL-ID PIC X(10).
       01 INL-KALLA-NR PIC 9(5) VALUE ZERO.
       01 INL-RAD PIC 9(2).
       01 INL-KOL PIC 9(2).
       01 INL-POS PIC 9(3).
       01 CELL-TEXT-W PIC XX.
       01 SPEL-NR PIC 9(3) VALUE ZERO.
       01 SPEL-ID PIC X(10).

       01 BINGO-NUMMER PIC X(300).

      *> Dragserien som programmet spelade den.
       01 DRAG-ANTAL PIC 9(3) VALUE ZERO.

       01 DRAG-TABELL.
          05 DRAG-RAD OCCURS 150 TIMES.
             10 DR-TEXT PIC XX.
             10 DR-VARDE PIC 9(3).

       01 DRAG-TOKEN PIC X(2) JUSTIFIED RIGHT.
       01 DRAG-TKN-ANTAL PIC 9(3).
       01 PEKARE PIC 9(3).
       01 DRAG-POS PIC 9(3).
       01 SPELADE-DRAG PIC 9(3) VALUE ZERO.

       01 DRAG-SLUT-SW PIC 9 VALUE ZERO.
          88 DRAG-SLUT VALUE 1.

      *> Spelets brador. Varje cell bar draget da den markerades
      *> (noll = omarkerad), sa att rutnatet efter vilket drag som
      *> helst kan tas fram utan att spela om.
       01 BRADA-ANTAL PIC 9(3) VALUE ZERO.

       01 BRADA-TABELL.
          05 BRADA-RAD OCCURS 100 TIMES.
             10 BR-KALLA-NR PIC 9(5).
             10 BR-CELLRAD OCCURS 15 TIMES.
                15 BR-CELL OCCURS 15 TIMES.
                   20 BR-CELL-TEXT PIC XX.
                   20 BR-CELL-VARDE PIC 9(3).
                   20 BR-CELL-DRAG PIC 9(3).
             10 BR-MAL-DRAG PIC 9(3).
             10 BR-RANK PIC 9(3).
             10 BR-LINJE-TYP PIC X(3).
             10 BR-LINJE-NR PIC 9(2).
             10 BR-NUMMER PIC 99.
             10 BR-OMARKERAT PIC 9(5).
             10 BR-POANG PIC 9(16).

       01 SOKT-POS PIC 9(3) VALUE ZERO.
       01 BRADA-POS PIC 9(3).
       01 ANNAN-POS PIC 9(3).
       01 CELL-RAD PIC 9(2).
       01 CELL-KOL PIC 9(2).
       01 ANTAL-MARKERADE PIC 9(2).

       01 RANK-NR PIC 9(3) VALUE ZERO.
       01 VINNARE-POS PIC 9(3) VALUE ZERO.
       01 FORSTA-MAL-DRAG PIC 9(3) VALUE ZERO.
       01 JAMFOR-DRAG PIC 9(3) VALUE ZERO.

       01 SPEL-AVGJORT-SW PIC 9 VALUE ZERO.
          88 SPEL-AVGJORT VALUE 1.

       01 LINJE-KOMPLETT-SW PIC 9.
          88 LINJE-KOMPLETT VALUE 1.

       01 LINJE-TYP-W PIC X(3).
       01 LINJE-NR-W PIC 9(2).

      *> Draget da den utredda brickans rader och kolumner blev
      *> kompletta (noll = aldrig).
       01 LINJE-TABELL.
          05 RAD-KLAR-DRAG PIC 9(3) OCCURS 15 TIMES.
          05 KOL-KLAR-DRAG PIC 9(3) OCCURS 15 TIMES.

      *> Avstamningen mot korningens spar.
       01 ANTAL-AVVIKELSER PIC 9(4) VALUE ZERO.

       01 KONTROLL-TEXT PIC X(50).
       01 KONTROLL-SW PIC 9.
          88 KONTROLL-OK VALUE 1.

       01 SPAR-RADER PIC 9(5).
       01 SPAR-AVVIKELSER PIC 9(5).
       01 SPAR-FORSTA-DRAG PIC 9(3).
       01 SPAR-FUNNEN-SW PIC 9.
          88 SPAR-FUNNEN VALUE 1.

       01 MARKERAT-W PIC X(225).
       01 MARKERAT-POS PIC 9(3).
       01 AUDIT-RAD-W PIC X(25).

      *> Utbetalningsliggaren i BINGO2s ordning: HALL-raden forst
      *> om fonden holl inne, placeringsraderna i stigande placering
      *> med DELSUM efter varje delad grupp, darefter JACKP-raderna
      *> (placeringen borjar om pa 1) och sist radtyperna utan
      *> placering - TROST, SPASUM, SUMMA och POTT. En SPARR-rad far
      *> sin innebord av var i ordningen den star.
       01 LIGG-FINNS-SW PIC 9 VALUE ZERO.
          88 LIGG-FINNS VALUE 1.

       01 LIGG-HALL-SW PIC 9 VALUE ZERO.
          88 LIGG-HALL VALUE 1.

       01 LIGG-AVSNITT PIC X VALUE "P".
          88 AVSNITT-PRIS VALUE "P".
          88 AVSNITT-JACKPOT VALUE "J".
          88 AVSNITT-OVRIGT VALUE "O".

       01 LIGG-SENASTE-RANK PIC 9(3) VALUE ZERO.

       01 LIGG-PRIS-ANTAL PIC 9(3) VALUE ZERO.

       01 LIGG-PRIS-TABELL.
          05 LIGG-PRIS-RAD OCCURS 100 TIMES.
             10 LP-KALLA-NR PIC 9(5).
             10 LP-RANK PIC 9(3).
             10 LP-TYP PIC X(6).
             10 LP-BELOPP PIC 9(7)V9(2).
             10 LP-DRAG PIC 9(3).
             10 LP-GRUPP-ANTAL PIC 9(3).

       01 LIGG-DELSUM-ANTAL PIC 9(3) VALUE ZERO.

       01 LIGG-DELSUM-TABELL.
          05 LIGG-DELSUM-RAD OCCURS 100 TIMES.
             10 LD-KALLA-NR PIC 9(5).
             10 LD-BELOPP PIC 9(7)V9(2).
             10 LD-DRAG PIC 9(3).
             10 LD-GRUPP-ANTAL PIC 9(3).
             10 LD-REST-ORE PIC 9(4).

       01 LIGG-JP-ANTAL PIC 9(3) VALUE ZERO.

       01 LIGG-JP-TABELL.
          05 LIGG-JP-RAD OCCURS 100 TIMES.
             10 LJ-KALLA-NR PIC 9(5).
             10 LJ-TYP PIC X(6).
             10 LJ-BELOPP PIC 9(7)V9(2).

       01 LIGG-TROST-TYP PIC X(6) VALUE SPACES.
       01 LIGG-TROST-BELOPP PIC 9(7)V9(2) VALUE ZERO.

       01 LIGG-POS PIC 9(3).
       01 LIGG-TRAFF-POS PIC 9(3).

       01 GRUPP-ANTAL PIC 9(3).
       01 GRUPP-LAGSTA-KALLA PIC 9(5).
       01 GRUPP-POTT PIC 9(9)V9(2).
       01 GRUPP-ANDEL PIC 9(9)V9(2).
       01 GRUPP-REST PIC 9(9)V9(2).
       01 GRUPP-SUMMA PIC 9(9)V9(2).
       01 FORVANTAT-BELOPP PIC 9(9)V9(2).
       01 KALLA-UTBETALT PIC 9(9)V9(2) VALUE ZERO.
       01 KALLA-SPARRAT PIC 9(9)V9(2) VALUE ZERO.
       01 ANDRA-BELOPP PIC 9(9)V9(2).

       01 ED-NR2 PIC Z9.
       01 ED-NR3 PIC ZZ9.
       01 ED-SUMMA PIC Z(4)9.
       01 ED-POANG PIC Z(15)9.
       01 ED-BELOPP PIC Z(8)9,99.
       01 ED-BELOPP-2 PIC Z(8)9,99.

       01 RAD-PEKARE PIC 9(3).
       01 LISTA-ANTAL PIC 9(3).
       01 ANTAL-RAPPORTRADER PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM B1-LASA-KORNINGSAUDIT
          PERFORM B2-LASA-REGISTER
          PERFORM C-LASA-INFIL
          PERFORM D-TOLKA-DRAGSERIEN
          PERFORM E-SPELA-OM

          IF VISA-DRAG = ZERO
             IF BR-MAL-DRAG(SOKT-POS) NOT = ZERO
                MOVE BR-MAL-DRAG(SOKT-POS) TO VISA-DRAG
             ELSE
                MOVE SPELADE-DRAG TO VISA-DRAG
             END-IF
          END-IF

          IF VISA-DRAG > SPELADE-DRAG
             DISPLAY "Spelet hade bara " SPELADE-DRAG
                " spelade drag - drag " VISA-DRAG " finns inte"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT RAPPORT-FIL

          PERFORM G1-SKRIV-HUVUD
          PERFORM G2-SKRIV-DRAGSERIEN
          PERFORM G3-SKRIV-RUTNAT
          PERFORM G4-SKRIV-LINJER
          PERFORM G5-SKRIV-POANG

          IF LAGE-BINGO2
             PERFORM F1-STAM-AV-RANKFILEN
             PERFORM F2-STAM-AV-REVISIONEN
             PERFORM F3-STAM-AV-LIGGAREN
          ELSE
             PERFORM F4-STAM-AV-RESULTATET
             PERFORM F5-STAM-AV-SPELLOGGEN
          END-IF

          PERFORM G7-SKRIV-SAMMA-DRAG
          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-DATUM-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-DATUM-ARG
          END-ACCEPT

          MOVE 2 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-SPEL-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-SPEL-ARG
          END-ACCEPT

          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-KALLA-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-KALLA-ARG
          END-ACCEPT

          MOVE 4 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-DRAG-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-DRAG-ARG
          END-ACCEPT

          IF WS-DATUM-ARG IS NOT NUMERIC
                OR WS-SPEL-ARG = SPACES
                OR WS-KALLA-ARG = SPACES
             DISPLAY "Anrop: bingotvist <YYYYMMDD> <speltagg> "
                "<kalla> [drag]"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-DATUM-ARG TO SPEL-DATUM

          MOVE FUNCTION NUMVAL(WS-KALLA-ARG) TO SOKT-KALLA-NR

          IF SOKT-KALLA-NR = ZERO
             DISPLAY "Ogiltigt kallnummer: " WS-KALLA-ARG
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          IF WS-DRAG-ARG NOT = SPACES
             MOVE FUNCTION NUMVAL(WS-DRAG-ARG) TO VISA-DRAG
             IF VISA-DRAG = ZERO
                DISPLAY "Ogiltigt dragnummer: " WS-DRAG-ARG
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF

          IF WS-SPEL-ARG = "BINGO2"
             SET LAGE-BINGO2 TO TRUE
             MOVE "BINGO2" TO SPEL-PROGRAM
          ELSE
             MOVE "BINGO" TO SPEL-PROGRAM
          END-IF

          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-REGISTER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_register.txt" DELIMITED BY SIZE
              INTO WS-REGISTER-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_log_" DELIMITED BY SIZE
                 SPEL-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-LOG-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_result_" DELIMITED BY SIZE
                 SPEL-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RESULT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_rank_" DELIMITED BY SIZE
                 SPEL-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RANK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_audit_" DELIMITED BY SIZE
                 SPEL-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-AUDIT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_utbetalningar_" DELIMITED BY SIZE
                 SPEL-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-UTBETALNING-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingotvist_" DELIMITED BY SIZE
                 SPEL-DATUM DELIMITED BY SIZE
                 "_" DELIMITED BY SIZE
                 SOKT-KALLA-NR DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAPPORT-FILENAME

          DISPLAY "Tvistutredning: " SPEL-PROGRAM " " SPEL-DATUM
             " spel " WS-SPEL-ARG " kalla " SOKT-KALLA-NR
          .

      *> Dagens infil ar den korningen faktiskt fick - den senaste
      *> auditraden for programmet och dagen galler, eftersom en
      *> omkorning ersatter dagens utdata. BINGOs bradstorlek star
      *> i samma rad. Utan auditrad antas standardnamnet, och
      *> avstamningen far visa om det var ratt fil.
       B1-LASA-KORNINGSAUDIT SECTION.

          MOVE SPACES TO WS-INPUT-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "input.txt" DELIMITED BY SIZE
              INTO WS-INPUT-FILENAME

          OPEN INPUT KORNINGSAUDIT-FIL

          IF AUDIT-FILSTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             MOVE LOW-VALUES TO KX-NYCKEL
             MOVE SPEL-DATUM TO KX-NYCKEL-DATUM
             MOVE SPEL-PROGRAM TO KX-NYCKEL-PROGRAM

             START KORNINGSAUDIT-FIL KEY >= KX-NYCKEL
                INVALID KEY
                   SET SLUT-PA-FIL TO TRUE
             END-START

             PERFORM UNTIL SLUT-PA-FIL
                READ KORNINGSAUDIT-FIL NEXT
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF KX-NYCKEL-DATUM NOT = SPEL-DATUM
                               OR KX-NYCKEL-PROGRAM NOT = SPEL-PROGRAM
                            SET SLUT-PA-FIL TO TRUE
                         ELSE
                            MOVE KX-RAD TO RA-KORNINGSAUDIT-REC
                            IF RA-PLATS = PLATS-KOD
                               MOVE RA-INFIL TO WS-INPUT-FILENAME
                               MOVE RA-PARAMETRAR
                                  TO AUDIT-PARAMETRAR
                               SET INFIL-FRAN-AUDIT TO TRUE
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE KORNINGSAUDIT-FIL
          END-IF

          IF NOT INFIL-FRAN-AUDIT
             DISPLAY "Ingen korningsaudit for " SPEL-PROGRAM
                " " SPEL-DATUM " - standardinfilen antas"
          END-IF

          IF NOT LAGE-BINGO2
                AND AUDIT-PARAMETRAR(1:8) = "STORLEK="
                AND AUDIT-PARAMETRAR(9:2) IS NUMERIC
             MOVE AUDIT-PARAMETRAR(9:2) TO BOARD-STORLEK
          END-IF

          IF BOARD-STORLEK < 1 OR BOARD-STORLEK > 15
             MOVE 5 TO BOARD-STORLEK
          END-IF

          COMPUTE FAST-RAD-BREDD = BOARD-STORLEK * 2
          .

       B2-LASA-REGISTER SECTION.

          OPEN INPUT REGISTER-FIL

          IF IND2-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ REGISTER-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF REG-ANTAL < 5000
                            ADD 1 TO REG-ANTAL
                            SET REG-INDEX TO REG-ANTAL
                            MOVE RG-KALLA-NR
                               TO RT-KALLA-NR(REG-INDEX)
                            MOVE RG-NAMN TO RT-NAMN(REG-INDEX)
                            MOVE RG-AVDELNING
                               TO RT-AVDELNING(REG-INDEX)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE REGISTER-FIL
          END-IF
          .

      *> Agare och avdelning for SOK-KALLA-NR - blank om brickan
      *> saknas i registret.
       B3-SLA-UPP-AGARE SECTION.

          MOVE SPACES TO AGARE-NAMN
          MOVE SPACES TO AGARE-AVDELNING
          INITIALIZE AGARE-FUNNEN-SW

          PERFORM VARYING REG-INDEX FROM 1 BY 1
             UNTIL REG-INDEX > REG-ANTAL OR AGARE-FUNNEN

             IF RT-KALLA-NR(REG-INDEX) = SOK-KALLA-NR
                SET AGARE-FUNNEN TO TRUE
                MOVE RT-NAMN(REG-INDEX) TO AGARE-NAMN
                MOVE RT-AVDELNING(REG-INDEX) TO AGARE-AVDELNING
             END-IF
          END-PERFORM
          .

       C-LASA-INFIL SECTION.

          OPEN INPUT BINGOFIL

          MOVE IND1-FILESTATUS TO WS-FILSTATUS
          MOVE WS-INPUT-FILENAME TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          PERFORM C1-LAS-RAD

          IF FIL-SLUT
             DISPLAY "Infilen " WS-INPUT-FILENAME(1:40) " ar tom"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          IF LAGE-BINGO2
             PERFORM C2-LASA-SPEL
          ELSE
             PERFORM C2-LASA-SPEL UNTIL FIL-SLUT OR SPEL-FUNNET
          END-IF

          CLOSE BINGOFIL

          IF NOT SPEL-FUNNET
             DISPLAY "Spelet " WS-SPEL-ARG " finns inte i "
                WS-INPUT-FILENAME(1:40)
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          IF SOKT-POS = ZERO
             DISPLAY "Kalla " SOKT-KALLA-NR " spelade inte i spelet "
                WS-SPEL-ARG
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

       C1-LAS-RAD SECTION.

          READ BINGOFIL
             AT END
                SET FIL-SLUT TO TRUE
          END-READ
          .

      *> Ett spel: SPEL-taggen (bara BINGO), dragraden och bradorna
      *> fram till nasta SPEL-tagg eller filslutet.
       C2-LASA-SPEL SECTION.

          ADD 1 TO INL-SPEL-NR
          MOVE ZERO TO NASTA-SPEL-SW

          IF NOT LAGE-BINGO2 AND WS-INPUT(1:4) = "SPEL"
             MOVE SPACES TO INL-SPEL-ID
             MOVE FUNCTION TRIM(WS-INPUT(6:20)) TO INL-SPEL-ID
             PERFORM C1-LAS-RAD
          ELSE
             MOVE INL-SPEL-NR TO INL-SPEL-ID
          END-IF

          IF LAGE-BINGO2 OR INL-SPEL-ID = WS-SPEL-ARG
             SET MAL-SPEL TO TRUE
             SET SPEL-FUNNET TO TRUE
             MOVE INL-SPEL-NR TO SPEL-NR
             MOVE INL-SPEL-ID TO SPEL-ID
             MOVE FUNCTION TRIM(WS-INPUT, TRAILING) TO BINGO-NUMMER
          ELSE
             MOVE ZERO TO MAL-SPEL-SW
          END-IF

          PERFORM C1-LAS-RAD

          IF INL-SPEL-NR = 1 AND NOT LAGE-BINGO2
             IF NOT FIL-SLUT AND WS-INPUT NOT = SPACES
                SET FORMAT-FAST TO TRUE
             END-IF
          END-IF

          PERFORM C3-LASA-BRADA
             UNTIL FIL-SLUT OR NASTA-SPEL-HITTAD

          MOVE ZERO TO MAL-SPEL-SW
          .

       C3-LASA-BRADA SECTION.

          ADD 1 TO INL-KALLA-NR

          IF MAL-SPEL
             IF BRADA-ANTAL = 100
                DISPLAY "Spelet har fler an 100 brador - "
                   "utredningen rymmer inte spelet"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             ADD 1 TO BRADA-ANTAL
             INITIALIZE BRADA-RAD(BRADA-ANTAL)
             MOVE INL-KALLA-NR TO BR-KALLA-NR(BRADA-ANTAL)

             IF INL-KALLA-NR = SOKT-KALLA-NR
                MOVE BRADA-ANTAL TO SOKT-POS
             END-IF
          END-IF

          PERFORM VARYING INL-RAD FROM 1 BY 1
             UNTIL INL-RAD > BOARD-STORLEK

             IF NOT FORMAT-FAST OR INL-RAD > 1
                PERFORM C1-LAS-RAD
             END-IF

             IF MAL-SPEL
                PERFORM C4-TOLKA-CELLRAD
             END-IF
          END-PERFORM

          PERFORM C1-LAS-RAD

          IF NOT LAGE-BINGO2 AND WS-INPUT(1:4) = "SPEL"
             SET NASTA-SPEL-HITTAD TO TRUE
          END-IF
          .

      *> Cellerna far samma text som i programmet: friformatets
      *> celler ar tre tecken breda, fast bredds tva med inledande
      *> nolla som blank.
       C4-TOLKA-CELLRAD SECTION.

          IF FORMAT-FAST
             IF FIL-SLUT
                   OR WS-INPUT(1:FAST-RAD-BREDD) IS NOT NUMERIC
                   OR WS-INPUT(FAST-RAD-BREDD + 1:10) NOT = SPACES
                DISPLAY "Formatmiss i infilen pa kalla "
                   INL-KALLA-NR ", rad " INL-RAD
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF

          PERFORM VARYING INL-KOL FROM 1 BY 1
             UNTIL INL-KOL > BOARD-STORLEK

             IF FORMAT-FAST
                COMPUTE INL-POS = (INL-KOL - 1) * 2 + 1
                MOVE WS-INPUT(INL-POS:2) TO CELL-TEXT-W
                IF CELL-TEXT-W(1:1) = "0"
                   MOVE SPACE TO CELL-TEXT-W(1:1)
                END-IF
             ELSE
                COMPUTE INL-POS = (INL-KOL - 1) * 3 + 1
                MOVE WS-INPUT(INL-POS:2) TO CELL-TEXT-W
             END-IF

             MOVE CELL-TEXT-W
                TO BR-CELL-TEXT(BRADA-ANTAL, INL-RAD, INL-KOL)
             MOVE FUNCTION NUMVAL(CELL-TEXT-W)
                TO BR-CELL-VARDE(BRADA-ANTAL, INL-RAD, INL-KOL)
          END-PERFORM
          .

      *> Dragraden delas som programmet delar den. BINGO delar pa
      *> komma och blank och slutar vid forsta tomma numret. BINGO2
      *> delar bara pa komma och slutar nar pekaren natt radens
      *> slut - det sista numret fyller da hela resten av raden,
      *> hogerjusteras bort och spelas aldrig.
       D-TOLKA-DRAGSERIEN SECTION.

          MOVE 1 TO PEKARE

          PERFORM UNTIL DRAG-SLUT OR DRAG-ANTAL = 150

             IF LAGE-BINGO2
                UNSTRING BINGO-NUMMER
                    DELIMITED BY ','
                    INTO DRAG-TOKEN
                    COUNT IN DRAG-TKN-ANTAL
                    WITH POINTER PEKARE
                END-UNSTRING

                IF PEKARE >= 300
                   SET DRAG-SLUT TO TRUE
                END-IF
             ELSE
                UNSTRING BINGO-NUMMER
                    DELIMITED BY ',' OR ' '
                    INTO DRAG-TOKEN
                    COUNT IN DRAG-TKN-ANTAL
                    WITH POINTER PEKARE
                END-UNSTRING

                IF DRAG-TKN-ANTAL = 0 OR DRAG-TOKEN = SPACES
                   SET DRAG-SLUT TO TRUE
                END-IF
             END-IF

             IF NOT DRAG-SLUT
                ADD 1 TO DRAG-ANTAL
                MOVE DRAG-TOKEN TO DR-TEXT(DRAG-ANTAL)
                MOVE FUNCTION NUMVAL(DRAG-TOKEN)
                   TO DR-VARDE(DRAG-ANTAL)
             END-IF
          END-PERFORM
          .

       E-SPELA-OM SECTION.

          INITIALIZE LINJE-TABELL

          PERFORM VARYING DRAG-POS FROM 1 BY 1
             UNTIL DRAG-POS > DRAG-ANTAL OR SPEL-AVGJORT

             PERFORM E1-MARKERA-DRAG
             PERFORM E2-PROVA-BRADOR
             PERFORM E5-NOTERA-LINJER
             MOVE DRAG-POS TO SPELADE-DRAG
          END-PERFORM

          DISPLAY "Aterspelat: " SPELADE-DRAG " drag, "
             BRADA-ANTAL " brador"
          .

      *> BINGO2 ersatter celltexten (INSPECT over hela tabellen) och
      *> BINGO slar upp numrets varde 1-225 - en cell "0" markeras
      *> darfor bara i BINGO2.
       E1-MARKERA-DRAG SECTION.

          PERFORM VARYING BRADA-POS FROM 1 BY 1
             UNTIL BRADA-POS > BRADA-ANTAL
             PERFORM VARYING CELL-RAD FROM 1 BY 1
                UNTIL CELL-RAD > BOARD-STORLEK
                PERFORM VARYING CELL-KOL FROM 1 BY 1
                   UNTIL CELL-KOL > BOARD-STORLEK

                   IF BR-CELL-DRAG(BRADA-POS, CELL-RAD, CELL-KOL)
                         = ZERO
                      IF LAGE-BINGO2
                         IF BR-CELL-TEXT(BRADA-POS, CELL-RAD,
                               CELL-KOL) = DR-TEXT(DRAG-POS)
                            MOVE DRAG-POS TO BR-CELL-DRAG
                               (BRADA-POS, CELL-RAD, CELL-KOL)
                         END-IF
                      ELSE
                         IF DR-VARDE(DRAG-POS) >= 1
                               AND DR-VARDE(DRAG-POS) <= 225
                               AND BR-CELL-VARDE(BRADA-POS,
                                  CELL-RAD, CELL-KOL)
                                  = DR-VARDE(DRAG-POS)
                            MOVE DRAG-POS TO BR-CELL-DRAG
                               (BRADA-POS, CELL-RAD, CELL-KOL)
                         END-IF
                      END-IF
                   END-IF
                END-PERFORM
             END-PERFORM
          END-PERFORM
          .

      *> Brickorna provas i tabellordning, rader fore kolumner. I
      *> BINGO vinner forsta kompletta brickan och spelet ar slut -
      *> ovriga som blev kompletta pa samma drag noteras utan
      *> placering. I BINGO2 rankas varje malgang och spelet gar
      *> vidare.
       E2-PROVA-BRADOR SECTION.

          PERFORM VARYING BRADA-POS FROM 1 BY 1
             UNTIL BRADA-POS > BRADA-ANTAL

             IF BR-MAL-DRAG(BRADA-POS) = ZERO
                PERFORM E3-PROVA-EN-BRADA

                IF LINJE-KOMPLETT
                   PERFORM E4-NOTERA-MALGANG
                END-IF
             END-IF
          END-PERFORM

          IF NOT LAGE-BINGO2 AND VINNARE-POS NOT = ZERO
             SET SPEL-AVGJORT TO TRUE
          END-IF
          .

       E3-PROVA-EN-BRADA SECTION.

          INITIALIZE LINJE-KOMPLETT-SW

          PERFORM VARYING CELL-RAD FROM 1 BY 1
             UNTIL CELL-RAD > BOARD-STORLEK OR LINJE-KOMPLETT

             MOVE ZERO TO ANTAL-MARKERADE
             PERFORM VARYING CELL-KOL FROM 1 BY 1
                UNTIL CELL-KOL > BOARD-STORLEK
                IF BR-CELL-DRAG(BRADA-POS, CELL-RAD, CELL-KOL)
                      NOT = ZERO
                   ADD 1 TO ANTAL-MARKERADE
                END-IF
             END-PERFORM

             IF ANTAL-MARKERADE = BOARD-STORLEK
                SET LINJE-KOMPLETT TO TRUE
                MOVE "RAD" TO LINJE-TYP-W
                MOVE CELL-RAD TO LINJE-NR-W
             END-IF
          END-PERFORM

          PERFORM VARYING CELL-KOL FROM 1 BY 1
             UNTIL CELL-KOL > BOARD-STORLEK OR LINJE-KOMPLETT

             MOVE ZERO TO ANTAL-MARKERADE
             PERFORM VARYING CELL-RAD FROM 1 BY 1
                UNTIL CELL-RAD > BOARD-STORLEK
                IF BR-CELL-DRAG(BRADA-POS, CELL-RAD, CELL-KOL)
                      NOT = ZERO
                   ADD 1 TO ANTAL-MARKERADE
                END-IF
             END-PERFORM

             IF ANTAL-MARKERADE = BOARD-STORLEK
                SET LINJE-KOMPLETT TO TRUE
                MOVE "KOL" TO LINJE-TYP-W
                MOVE CELL-KOL TO LINJE-NR-W
             END-IF
          END-PERFORM
          .

      *> Poangen raknas som programmet raknar den: vinnande numret
      *> ganger summan av brickans omarkerade nummer just da.
       E4-NOTERA-MALGANG SECTION.

          MOVE DRAG-POS TO BR-MAL-DRAG(BRADA-POS)
          MOVE LINJE-TYP-W TO BR-LINJE-TYP(BRADA-POS)
          MOVE LINJE-NR-W TO BR-LINJE-NR(BRADA-POS)
          MOVE DR-VARDE(DRAG-POS) TO BR-NUMMER(BRADA-POS)

          IF FORSTA-MAL-DRAG = ZERO
             MOVE DRAG-POS TO FORSTA-MAL-DRAG
          END-IF

          IF LAGE-BINGO2
             ADD 1 TO RANK-NR
             MOVE RANK-NR TO BR-RANK(BRADA-POS)
          ELSE
             IF VINNARE-POS = ZERO
                MOVE BRADA-POS TO VINNARE-POS
                MOVE 1 TO BR-RANK(BRADA-POS)
             END-IF
          END-IF

          MOVE ZERO TO BR-OMARKERAT(BRADA-POS)

          PERFORM VARYING CELL-RAD FROM 1 BY 1
             UNTIL CELL-RAD > BOARD-STORLEK
             PERFORM VARYING CELL-KOL FROM 1 BY 1
                UNTIL CELL-KOL > BOARD-STORLEK
                IF BR-CELL-DRAG(BRADA-POS, CELL-RAD, CELL-KOL)
                      = ZERO
                   ADD BR-CELL-VARDE(BRADA-POS, CELL-RAD, CELL-KOL)
                      TO BR-OMARKERAT(BRADA-POS)
                END-IF
             END-PERFORM
          END-PERFORM

          COMPUTE BR-POANG(BRADA-POS) =
             BR-NUMMER(BRADA-POS) * BR-OMARKERAT(BRADA-POS)
          .

      *> Den utredda brickans rader och kolumner - aven de som blev
      *> kompletta efter malgangen, sa att agaren ser varfor en
      *> senare linje inte raknades.
       E5-NOTERA-LINJER SECTION.

          MOVE SOKT-POS TO BRADA-POS

          PERFORM VARYING CELL-RAD FROM 1 BY 1
             UNTIL CELL-RAD > BOARD-STORLEK

             IF RAD-KLAR-DRAG(CELL-RAD) = ZERO
                MOVE ZERO TO ANTAL-MARKERADE
                PERFORM VARYING CELL-KOL FROM 1 BY 1
                   UNTIL CELL-KOL > BOARD-STORLEK
                   IF BR-CELL-DRAG(BRADA-POS, CELL-RAD, CELL-KOL)
                         NOT = ZERO
                      ADD 1 TO ANTAL-MARKERADE
                   END-IF
                END-PERFORM

                IF ANTAL-MARKERADE = BOARD-STORLEK
                   MOVE DRAG-POS TO RAD-KLAR-DRAG(CELL-RAD)
                END-IF
             END-IF
          END-PERFORM

          PERFORM VARYING CELL-KOL FROM 1 BY 1
             UNTIL CELL-KOL > BOARD-STORLEK

             IF KOL-KLAR-DRAG(CELL-KOL) = ZERO
                MOVE ZERO TO ANTAL-MARKERADE
                PERFORM VARYING CELL-RAD FROM 1 BY 1
                   UNTIL CELL-RAD > BOARD-STORLEK
                   IF BR-CELL-DRAG(BRADA-POS, CELL-RAD, CELL-KOL)
                         NOT = ZERO
                      ADD 1 TO ANTAL-MARKERADE
                   END-IF
                END-PERFORM

                IF ANTAL-MARKERADE = BOARD-STORLEK
                   MOVE DRAG-POS TO KOL-KLAR-DRAG(CELL-KOL)
                END-IF
             END-IF
          END-PERFORM
          .

      *> Rankfilen: varje malgang i aterspelningen ska sta dar med
      *> samma placering, drag, vinnande nummer, omarkerade summa
      *> och poang - och inga andra.
       F1-STAM-AV-RANKFILEN SECTION.

          PERFORM Z1-TOM-RAD
          MOVE "AVSTAMNING MOT BINGO2S SPAR" TO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE "PROVA" TO SG-FUNKTION
          MOVE WS-RANK-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          IF SG-RESULTAT = "N"
             MOVE "RANKFILENS SIGILL AR BRUTET" TO KONTROLL-TEXT
             MOVE ZERO TO KONTROLL-SW
             PERFORM Z2-SKRIV-KONTROLL
          ELSE
             OPEN INPUT BINGO2-RANK-FIL

             IF IND5-FILESTATUS NOT = "00"
                MOVE "RANKFILEN SAKNAS" TO KONTROLL-TEXT
                MOVE ZERO TO KONTROLL-SW
                PERFORM Z2-SKRIV-KONTROLL
             ELSE
                PERFORM F1A-LASA-RANKFILEN
             END-IF
          END-IF
          .

       F1A-LASA-RANKFILEN SECTION.

          MOVE ZERO TO SPAR-RADER
          MOVE ZERO TO SPAR-AVVIKELSER
          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ BINGO2-RANK-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF BINGO2-RANK-REC(1:3) NOT = "SIG"
                         ADD 1 TO SPAR-RADER
                         PERFORM F1B-PROVA-RANKRAD
                      END-IF
             END-READ
          END-PERFORM

          CLOSE BINGO2-RANK-FIL

          IF SPAR-RADER NOT = RANK-NR
             ADD 1 TO SPAR-AVVIKELSER
          END-IF

          MOVE SPACES TO KONTROLL-TEXT
          STRING "RANKFILEN " DELIMITED BY SIZE
                 SPAR-RADER DELIMITED BY SIZE
                 " RADER, ATERSPELNINGEN " DELIMITED BY SIZE
                 RANK-NR DELIMITED BY SIZE
              INTO KONTROLL-TEXT

          IF SPAR-AVVIKELSER = ZERO
             SET KONTROLL-OK TO TRUE
          ELSE
             MOVE ZERO TO KONTROLL-SW
          END-IF

          PERFORM Z2-SKRIV-KONTROLL
          .

       F1B-PROVA-RANKRAD SECTION.

          INITIALIZE SPAR-FUNNEN-SW

          PERFORM VARYING BRADA-POS FROM 1 BY 1
             UNTIL BRADA-POS > BRADA-ANTAL OR SPAR-FUNNEN
             IF BR-KALLA-NR(BRADA-POS) = RK-KALLA-NR
                SET SPAR-FUNNEN TO TRUE
                MOVE BRADA-POS TO ANNAN-POS
             END-IF
          END-PERFORM

          IF NOT SPAR-FUNNEN
             ADD 1 TO SPAR-AVVIKELSER
          ELSE
             IF RK-RANK-NR NOT = BR-RANK(ANNAN-POS)
                   OR RK-DRAG NOT = BR-MAL-DRAG(ANNAN-POS)
                   OR RK-VINNANDE-NUMMER NOT = BR-NUMMER(ANNAN-POS)
                   OR RK-TOT-OMARKERADE
                      NOT = BR-OMARKERAT(ANNAN-POS)
                   OR RK-TOT-RESULTAT NOT = BR-POANG(ANNAN-POS)
                ADD 1 TO SPAR-AVVIKELSER

                IF ANNAN-POS = SOKT-POS
                   MOVE SPACES TO RAPPORT-REC
                   MOVE RK-TOT-RESULTAT TO ED-POANG
                   STRING "RANKFILEN HAR: PLACERING " DELIMITED BY SIZE
                          RK-RANK-NR DELIMITED BY SIZE
                          " DRAG " DELIMITED BY SIZE
                          RK-DRAG DELIMITED BY SIZE
                          " POANG " DELIMITED BY SIZE
                          ED-POANG DELIMITED BY SIZE
                       INTO RAPPORT-REC
                   PERFORM Z1-SKRIV-RAD
                END-IF
             END-IF
          END-IF
          .

      *> Revisionsrutnatet: brickans rader med X-markeringen vid
      *> malgangen, tecken for tecken som BINGO2 skrev dem.
       F2-STAM-AV-REVISIONEN SECTION.

          IF BR-MAL-DRAG(SOKT-POS) = ZERO
             EXIT SECTION
          END-IF

          MOVE ZERO TO SPAR-RADER
          MOVE ZERO TO SPAR-AVVIKELSER

          OPEN INPUT BINGO2-AUDIT-FIL

          IF IND6-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ BINGO2-AUDIT-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF AU-KALLA-NR = SOKT-KALLA-NR
                               AND AU-RAD-NR >= 1
                               AND AU-RAD-NR <= BOARD-STORLEK
                            ADD 1 TO SPAR-RADER
                            MOVE AU-RAD-NR TO CELL-RAD
                            PERFORM F2A-BYGG-AUDITRAD
                            IF AUDIT-RAD-W NOT = AU-RAD-TEXT
                               ADD 1 TO SPAR-AVVIKELSER
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE BINGO2-AUDIT-FIL
          END-IF

          IF SPAR-RADER NOT = BOARD-STORLEK
             ADD 1 TO SPAR-AVVIKELSER
          END-IF

          MOVE "REVISIONSRUTNATET VID MALGANGEN" TO KONTROLL-TEXT

          IF SPAR-AVVIKELSER = ZERO
             SET KONTROLL-OK TO TRUE
          ELSE
             MOVE ZERO TO KONTROLL-SW
          END-IF

          PERFORM Z2-SKRIV-KONTROLL
          .

       F2A-BYGG-AUDITRAD SECTION.

          MOVE SPACES TO AUDIT-RAD-W

          PERFORM VARYING CELL-KOL FROM 1 BY 1
             UNTIL CELL-KOL > BOARD-STORLEK

             COMPUTE INL-POS = (CELL-KOL - 1) * 4 + 1
             MOVE BR-CELL-TEXT(SOKT-POS, CELL-RAD, CELL-KOL)
                TO AUDIT-RAD-W(INL-POS:2)

             IF BR-CELL-DRAG(SOKT-POS, CELL-RAD, CELL-KOL) NOT = ZERO
                   AND BR-CELL-DRAG(SOKT-POS, CELL-RAD, CELL-KOL)
                      <= BR-MAL-DRAG(SOKT-POS)
                MOVE "X" TO AUDIT-RAD-W(INL-POS + 2:1)
             END-IF
          END-PERFORM
          .

      *> Utbetalningsliggaren. Placeringsraderna ska ligga pa de
      *> kallor och drag aterspelningen gav, och brickans belopp
      *> raknas om pa oret: delad grupp som DELSUM-radens pott delad
      *> lika i hela oren med restoren till gruppens lagsta kalla,
      *> jackpoten pa samma satt over brickorna i forsta malgangen.
       F3-STAM-AV-LIGGAREN SECTION.

          PERFORM Z1-TOM-RAD

          OPEN INPUT UTBETALNING-FIL

          IF IND7-FILESTATUS NOT = "00"
             MOVE SPACES TO RAPPORT-REC
             STRING "INGEN UTBETALNINGSLIGGARE FOR DAGEN ("
                       DELIMITED BY SIZE
                    WS-UTBETALNING-FILENAME DELIMITED BY SPACE
                    ")" DELIMITED BY SIZE
                 INTO RAPPORT-REC
             PERFORM Z1-SKRIV-RAD
             EXIT SECTION
          END-IF

          SET LIGG-FINNS TO TRUE
          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ UTBETALNING-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      PERFORM F3A-SORTERA-LIGGARRAD
             END-READ
          END-PERFORM

          CLOSE UTBETALNING-FIL

          MOVE SPACES TO RAPPORT-REC
          STRING "UTBETALNING ENLIGT " DELIMITED BY SIZE
                 WS-UTBETALNING-FILENAME DELIMITED BY SPACE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          IF LIGG-HALL
             MOVE "OBS: FONDEN HOLL INNE DAGENS UTBETALNINGAR - "
                TO RAPPORT-REC
             MOVE "BELOPPEN AR UNDERLAG" TO RAPPORT-REC(46:20)
             PERFORM Z1-SKRIV-RAD
          END-IF

          PERFORM F3B-PROVA-PLACERINGAR

          IF BR-RANK(SOKT-POS) >= 1 AND BR-RANK(SOKT-POS) <= 100
             PERFORM F3C-PROVA-GRUPPEN
          END-IF

          IF LIGG-JP-ANTAL NOT = ZERO
             PERFORM F3D-PROVA-JACKPOTEN
          END-IF

          IF LIGG-TROST-TYP NOT = SPACES
             MOVE SPACES TO RAPPORT-REC
             MOVE LIGG-TROST-BELOPP TO ED-BELOPP
             STRING "TROSTBELOPP (BRICKAN FICK ALDRIG BINGO)  "
                       DELIMITED BY SIZE
                    LIGG-TROST-TYP DELIMITED BY SIZE
                    ED-BELOPP DELIMITED BY SIZE
                 INTO RAPPORT-REC
             PERFORM Z1-SKRIV-RAD

             IF LIGG-TROST-TYP = "SPARR"
                ADD LIGG-TROST-BELOPP TO KALLA-SPARRAT
             ELSE
                ADD LIGG-TROST-BELOPP TO KALLA-UTBETALT
             END-IF
          END-IF

          MOVE SPACES TO RAPPORT-REC
          MOVE KALLA-UTBETALT TO ED-BELOPP
          STRING "SUMMA TILL KALLA " DELIMITED BY SIZE
                 SOKT-KALLA-NR DELIMITED BY SIZE
                 "        " DELIMITED BY SIZE
                 ED-BELOPP DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          IF KALLA-SPARRAT NOT = ZERO
             MOVE SPACES TO RAPPORT-REC
             MOVE KALLA-SPARRAT TO ED-BELOPP
             STRING "SPARRAT (BRICKAN UTGATT)       "
                       DELIMITED BY SIZE
                    ED-BELOPP DELIMITED BY SIZE
                 INTO RAPPORT-REC
             PERFORM Z1-SKRIV-RAD
          END-IF
          .

       F3A-SORTERA-LIGGARRAD SECTION.

          EVALUATE TRUE
             WHEN UB-TYP = "HALL"
                SET LIGG-HALL TO TRUE
             WHEN UB-RANK = ZERO
                SET AVSNITT-OVRIGT TO TRUE
                IF UB-KALLA-NR = SOKT-KALLA-NR
                      AND (UB-TYP = "TROST" OR UB-TYP = "SPARR")
                   MOVE UB-TYP TO LIGG-TROST-TYP
                   MOVE UB-BELOPP TO LIGG-TROST-BELOPP
                END-IF
             WHEN UB-TYP = "DELSUM"
                IF LIGG-DELSUM-ANTAL < 100
                   ADD 1 TO LIGG-DELSUM-ANTAL
                   MOVE UB-KALLA-NR
                      TO LD-KALLA-NR(LIGG-DELSUM-ANTAL)
                   MOVE UB-BELOPP TO LD-BELOPP(LIGG-DELSUM-ANTAL)
                   MOVE UB-DRAG TO LD-DRAG(LIGG-DELSUM-ANTAL)
                   MOVE UB-GRUPP-ANTAL
                      TO LD-GRUPP-ANTAL(LIGG-DELSUM-ANTAL)
                   MOVE UB-REST-ORE
                      TO LD-REST-ORE(LIGG-DELSUM-ANTAL)
                END-IF
             WHEN AVSNITT-PRIS AND UB-RANK > LIGG-SENASTE-RANK
                MOVE UB-RANK TO LIGG-SENASTE-RANK
                IF LIGG-PRIS-ANTAL < 100
                   ADD 1 TO LIGG-PRIS-ANTAL
                   MOVE UB-KALLA-NR TO LP-KALLA-NR(LIGG-PRIS-ANTAL)
                   MOVE UB-RANK TO LP-RANK(LIGG-PRIS-ANTAL)
                   MOVE UB-TYP TO LP-TYP(LIGG-PRIS-ANTAL)
                   MOVE UB-BELOPP TO LP-BELOPP(LIGG-PRIS-ANTAL)
                   MOVE UB-DRAG TO LP-DRAG(LIGG-PRIS-ANTAL)
                   MOVE UB-GRUPP-ANTAL
                      TO LP-GRUPP-ANTAL(LIGG-PRIS-ANTAL)
                END-IF
             WHEN OTHER
                SET AVSNITT-JACKPOT TO TRUE
                IF LIGG-JP-ANTAL < 100
                   ADD 1 TO LIGG-JP-ANTAL
                   MOVE UB-KALLA-NR TO LJ-KALLA-NR(LIGG-JP-ANTAL)
                   MOVE UB-TYP TO LJ-TYP(LIGG-JP-ANTAL)
                   MOVE UB-BELOPP TO LJ-BELOPP(LIGG-JP-ANTAL)
                END-IF
          END-EVALUATE
          .

      *> Varje placeringsrad ska tillhora den bricka som enligt
      *> aterspelningen fick placeringen, pa samma drag.
       F3B-PROVA-PLACERINGAR SECTION.

          MOVE ZERO TO SPAR-AVVIKELSER

          PERFORM VARYING LIGG-POS FROM 1 BY 1
             UNTIL LIGG-POS > LIGG-PRIS-ANTAL

             INITIALIZE SPAR-FUNNEN-SW

             PERFORM VARYING BRADA-POS FROM 1 BY 1
                UNTIL BRADA-POS > BRADA-ANTAL OR SPAR-FUNNEN
                IF BR-RANK(BRADA-POS) = LP-RANK(LIGG-POS)
                   SET SPAR-FUNNEN TO TRUE
                   IF BR-KALLA-NR(BRADA-POS)
                         NOT = LP-KALLA-NR(LIGG-POS)
                         OR BR-MAL-DRAG(BRADA-POS)
                            NOT = LP-DRAG(LIGG-POS)
                      ADD 1 TO SPAR-AVVIKELSER
                   END-IF
                END-IF
             END-PERFORM

             IF NOT SPAR-FUNNEN
                ADD 1 TO SPAR-AVVIKELSER
             END-IF
          END-PERFORM

          MOVE "PLACERINGSRADERNAS KALLOR OCH DRAG" TO KONTROLL-TEXT

          IF SPAR-AVVIKELSER = ZERO
             SET KONTROLL-OK TO TRUE
          ELSE
             MOVE ZERO TO KONTROLL-SW
          END-IF

          PERFORM Z2-SKRIV-KONTROLL
          .

      *> Brickans placering: ensam malgang far placeringens hela
      *> pris, en delad grupp delar DELSUM-radens pott.
       F3C-PROVA-GRUPPEN SECTION.

          MOVE ZERO TO LIGG-TRAFF-POS

          PERFORM VARYING LIGG-POS FROM 1 BY 1
             UNTIL LIGG-POS > LIGG-PRIS-ANTAL
             IF LP-RANK(LIGG-POS) = BR-RANK(SOKT-POS)
                MOVE LIGG-POS TO LIGG-TRAFF-POS
             END-IF
          END-PERFORM

          IF LIGG-TRAFF-POS = ZERO
             MOVE "PLACERINGEN SAKNAS I LIGGAREN" TO KONTROLL-TEXT
             MOVE ZERO TO KONTROLL-SW
             PERFORM Z2-SKRIV-KONTROLL
             EXIT SECTION
          END-IF

          MOVE SPACES TO RAPPORT-REC
          MOVE LP-BELOPP(LIGG-TRAFF-POS) TO ED-BELOPP
          STRING "PLACERING " DELIMITED BY SIZE
                 LP-RANK(LIGG-TRAFF-POS) DELIMITED BY SIZE
                 "  DRAG " DELIMITED BY SIZE
                 LP-DRAG(LIGG-TRAFF-POS) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 LP-TYP(LIGG-TRAFF-POS) DELIMITED BY SIZE
                 "         " DELIMITED BY SIZE
                 ED-BELOPP DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          IF LP-TYP(LIGG-TRAFF-POS) = "SPARR"
             ADD LP-BELOPP(LIGG-TRAFF-POS) TO KALLA-SPARRAT
          ELSE
             ADD LP-BELOPP(LIGG-TRAFF-POS) TO KALLA-UTBETALT
          END-IF

          MOVE ZERO TO GRUPP-ANTAL
          MOVE SOKT-KALLA-NR TO GRUPP-LAGSTA-KALLA

          PERFORM VARYING BRADA-POS FROM 1 BY 1
             UNTIL BRADA-POS > BRADA-ANTAL
             IF BR-MAL-DRAG(BRADA-POS) = BR-MAL-DRAG(SOKT-POS)
                   AND BR-RANK(BRADA-POS) <= 100
                ADD 1 TO GRUPP-ANTAL
                IF BR-KALLA-NR(BRADA-POS) < GRUPP-LAGSTA-KALLA
                   MOVE BR-KALLA-NR(BRADA-POS) TO GRUPP-LAGSTA-KALLA
                END-IF
             END-IF
          END-PERFORM

          IF GRUPP-ANTAL = 1
             MOVE "ENSAM MALGANG PA DRAGET - PLACERINGENS HELA PRIS"
                TO RAPPORT-REC
             PERFORM Z1-SKRIV-RAD

             MOVE "LIGGARENS RADTYP FOR ENSAM MALGANG"
                TO KONTROLL-TEXT
             IF LP-GRUPP-ANTAL(LIGG-TRAFF-POS) = 1
                SET KONTROLL-OK TO TRUE
             ELSE
                MOVE ZERO TO KONTROLL-SW
             END-IF
             PERFORM Z2-SKRIV-KONTROLL
             EXIT SECTION
          END-IF

          MOVE ZERO TO LIGG-POS
          INITIALIZE SPAR-FUNNEN-SW

          PERFORM VARYING ANNAN-POS FROM 1 BY 1
             UNTIL ANNAN-POS > LIGG-DELSUM-ANTAL OR SPAR-FUNNEN
             IF LD-DRAG(ANNAN-POS) = BR-MAL-DRAG(SOKT-POS)
                SET SPAR-FUNNEN TO TRUE
                MOVE ANNAN-POS TO LIGG-POS
             END-IF
          END-PERFORM

          IF NOT SPAR-FUNNEN
             MOVE "DELSUM-RADEN FOR GRUPPEN SAKNAS" TO KONTROLL-TEXT
             MOVE ZERO TO KONTROLL-SW
             PERFORM Z2-SKRIV-KONTROLL
             EXIT SECTION
          END-IF

          MOVE LD-BELOPP(LIGG-POS) TO GRUPP-POTT
          COMPUTE GRUPP-ANDEL = GRUPP-POTT / GRUPP-ANTAL
          COMPUTE GRUPP-REST = GRUPP-POTT - (GRUPP-ANDEL * GRUPP-ANTAL)

          IF SOKT-KALLA-NR = GRUPP-LAGSTA-KALLA
             COMPUTE FORVANTAT-BELOPP = GRUPP-ANDEL + GRUPP-REST
          ELSE
             MOVE GRUPP-ANDEL TO FORVANTAT-BELOPP
          END-IF

          MOVE SPACES TO RAPPORT-REC
          MOVE GRUPP-POTT TO ED-BELOPP
          MOVE GRUPP-ANTAL TO ED-NR3
          STRING "DELAD PLACERING: POTT" DELIMITED BY SIZE
                 ED-BELOPP DELIMITED BY SIZE
                 " DELAS PA" DELIMITED BY SIZE
                 ED-NR3 DELIMITED BY SIZE
                 " BRICKOR" DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE SPACES TO RAPPORT-REC
          MOVE GRUPP-ANDEL TO ED-BELOPP
          MOVE GRUPP-REST TO ED-BELOPP-2
          STRING "ANDEL" DELIMITED BY SIZE
                 ED-BELOPP DELIMITED BY SIZE
                 "  RESTORE" DELIMITED BY SIZE
                 ED-BELOPP-2 DELIMITED BY SIZE
                 " TILL LAGSTA KALLA " DELIMITED BY SIZE
                 GRUPP-LAGSTA-KALLA DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE ZERO TO SPAR-AVVIKELSER

          IF LP-BELOPP(LIGG-TRAFF-POS) NOT = FORVANTAT-BELOPP
                OR LD-GRUPP-ANTAL(LIGG-POS) NOT = GRUPP-ANTAL
                OR LD-KALLA-NR(LIGG-POS) NOT = GRUPP-LAGSTA-KALLA
             ADD 1 TO SPAR-AVVIKELSER
          END-IF

          MOVE ZERO TO GRUPP-SUMMA
          PERFORM VARYING ANNAN-POS FROM 1 BY 1
             UNTIL ANNAN-POS > LIGG-PRIS-ANTAL
             IF LP-DRAG(ANNAN-POS) = BR-MAL-DRAG(SOKT-POS)
                ADD LP-BELOPP(ANNAN-POS) TO GRUPP-SUMMA
             END-IF
          END-PERFORM

          IF GRUPP-SUMMA NOT = GRUPP-POTT
             ADD 1 TO SPAR-AVVIKELSER
          END-IF

          MOVE SPACES TO KONTROLL-TEXT
          MOVE FORVANTAT-BELOPP TO ED-BELOPP
          STRING "ATERRAKNAD ANDEL" DELIMITED BY SIZE
                 ED-BELOPP DELIMITED BY SIZE
                 " OCH GRUPPENS SUMMA" DELIMITED BY SIZE
              INTO KONTROLL-TEXT

          IF SPAR-AVVIKELSER = ZERO
             SET KONTROLL-OK TO TRUE
          ELSE
             MOVE ZERO TO KONTROLL-SW
          END-IF

          PERFORM Z2-SKRIV-KONTROLL
          .

      *> Jackpoten ska ga till brickorna i forsta malgangen och
      *> delas som en delad placering.
       F3D-PROVA-JACKPOTEN SECTION.

          MOVE ZERO TO SPAR-AVVIKELSER
          MOVE ZERO TO GRUPP-POTT
          MOVE ZERO TO LIGG-TRAFF-POS
          MOVE 99999 TO GRUPP-LAGSTA-KALLA

          PERFORM VARYING LIGG-POS FROM 1 BY 1
             UNTIL LIGG-POS > LIGG-JP-ANTAL

             ADD LJ-BELOPP(LIGG-POS) TO GRUPP-POTT

             IF LJ-KALLA-NR(LIGG-POS) < GRUPP-LAGSTA-KALLA
                MOVE LJ-KALLA-NR(LIGG-POS) TO GRUPP-LAGSTA-KALLA
             END-IF

             IF LJ-KALLA-NR(LIGG-POS) = SOKT-KALLA-NR
                MOVE LIGG-POS TO LIGG-TRAFF-POS
             END-IF

             INITIALIZE SPAR-FUNNEN-SW
             PERFORM VARYING BRADA-POS FROM 1 BY 1
                UNTIL BRADA-POS > BRADA-ANTAL OR SPAR-FUNNEN
                IF BR-KALLA-NR(BRADA-POS) = LJ-KALLA-NR(LIGG-POS)
                   SET SPAR-FUNNEN TO TRUE
                   IF BR-MAL-DRAG(BRADA-POS) NOT = FORSTA-MAL-DRAG
                      ADD 1 TO SPAR-AVVIKELSER
                   END-IF
                END-IF
             END-PERFORM

             IF NOT SPAR-FUNNEN
                ADD 1 TO SPAR-AVVIKELSER
             END-IF
          END-PERFORM

          MOVE ZERO TO GRUPP-ANTAL
          PERFORM VARYING BRADA-POS FROM 1 BY 1
             UNTIL BRADA-POS > BRADA-ANTAL
             IF BR-MAL-DRAG(BRADA-POS) = FORSTA-MAL-DRAG
                   AND FORSTA-MAL-DRAG NOT = ZERO
                ADD 1 TO GRUPP-ANTAL
             END-IF
          END-PERFORM

          IF GRUPP-ANTAL NOT = LIGG-JP-ANTAL
             ADD 1 TO SPAR-AVVIKELSER
          END-IF

          COMPUTE GRUPP-ANDEL = GRUPP-POTT / LIGG-JP-ANTAL
          COMPUTE GRUPP-REST =
             GRUPP-POTT - (GRUPP-ANDEL * LIGG-JP-ANTAL)

          MOVE SPACES TO RAPPORT-REC
          MOVE GRUPP-POTT TO ED-BELOPP
          MOVE LIGG-JP-ANTAL TO ED-NR3
          STRING "JACKPOT: POTT" DELIMITED BY SIZE
                 ED-BELOPP DELIMITED BY SIZE
                 " PA" DELIMITED BY SIZE
                 ED-NR3 DELIMITED BY SIZE
                 " BRICKA/OR I FORSTA MALGANGEN, DRAG "
                    DELIMITED BY SIZE
                 FORSTA-MAL-DRAG DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          IF LIGG-TRAFF-POS NOT = ZERO
             IF SOKT-KALLA-NR = GRUPP-LAGSTA-KALLA
                COMPUTE FORVANTAT-BELOPP = GRUPP-ANDEL + GRUPP-REST
             ELSE
                MOVE GRUPP-ANDEL TO FORVANTAT-BELOPP
             END-IF

             IF LJ-BELOPP(LIGG-TRAFF-POS) NOT = FORVANTAT-BELOPP
                ADD 1 TO SPAR-AVVIKELSER
             END-IF

             MOVE SPACES TO RAPPORT-REC
             MOVE LJ-BELOPP(LIGG-TRAFF-POS) TO ED-BELOPP
             MOVE GRUPP-REST TO ED-BELOPP-2
             STRING "JACKPOTANDEL  " DELIMITED BY SIZE
                    LJ-TYP(LIGG-TRAFF-POS) DELIMITED BY SIZE
                    ED-BELOPP DELIMITED BY SIZE
                    "  RESTORE" DELIMITED BY SIZE
                    ED-BELOPP-2 DELIMITED BY SIZE
                    " TILL KALLA " DELIMITED BY SIZE
                    GRUPP-LAGSTA-KALLA DELIMITED BY SIZE
                 INTO RAPPORT-REC
             PERFORM Z1-SKRIV-RAD

             IF LJ-TYP(LIGG-TRAFF-POS) = "SPARR"
                ADD LJ-BELOPP(LIGG-TRAFF-POS) TO KALLA-SPARRAT
             ELSE
                ADD LJ-BELOPP(LIGG-TRAFF-POS) TO KALLA-UTBETALT
             END-IF
          END-IF

          MOVE "JACKPOTENS MOTTAGARE OCH DELNING" TO KONTROLL-TEXT

          IF SPAR-AVVIKELSER = ZERO
             SET KONTROLL-OK TO TRUE
          ELSE
             MOVE ZERO TO KONTROLL-SW
          END-IF

          PERFORM Z2-SKRIV-KONTROLL
          .

      *> Resultatfilen: spelets rad ska ha vinnarens nummer,
      *> omarkerade summa, poang och antal drag.
       F4-STAM-AV-RESULTATET SECTION.

          PERFORM Z1-TOM-RAD
          MOVE "AVSTAMNING MOT BINGOS SPAR" TO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE "PROVA" TO SG-FUNKTION
          MOVE WS-RESULT-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          IF SG-RESULTAT = "N"
             MOVE "RESULTATFILENS SIGILL AR BRUTET" TO KONTROLL-TEXT
             MOVE ZERO TO KONTROLL-SW
             PERFORM Z2-SKRIV-KONTROLL
             EXIT SECTION
          END-IF

          INITIALIZE SPAR-FUNNEN-SW
          MOVE ZERO TO SPAR-AVVIKELSER

          OPEN INPUT BINGO-RESULT-FIL

          IF IND4-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ BINGO-RESULT-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF BINGO-RESULT-REC(1:3) NOT = "SIG"
                               AND BRE-SPEL-NR = SPEL-NR
                            SET SPAR-FUNNEN TO TRUE
                            IF VINNARE-POS = ZERO
                               ADD 1 TO SPAR-AVVIKELSER
                            ELSE
                               IF BRE-VINNANDE-NUMMER
                                     NOT = BR-NUMMER(VINNARE-POS)
                                  OR BRE-OMARKERADE
                                     NOT = BR-OMARKERAT(VINNARE-POS)
                                  OR BRE-TOT-RESULTAT
                                     NOT = BR-POANG(VINNARE-POS)
                                  OR BRE-ANTAL-DRAG
                                     NOT = BR-MAL-DRAG(VINNARE-POS)
                                  ADD 1 TO SPAR-AVVIKELSER
                               END-IF
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE BINGO-RESULT-FIL
          END-IF

      *> Ett spel utan vinnare har ingen resultatrad - det sparas
      *> till nasta omgang.
          IF VINNARE-POS NOT = ZERO AND NOT SPAR-FUNNEN
             ADD 1 TO SPAR-AVVIKELSER
          END-IF

          MOVE SPACES TO KONTROLL-TEXT
          STRING "RESULTATRADEN FOR SPEL " DELIMITED BY SIZE
                 SPEL-NR DELIMITED BY SIZE
              INTO KONTROLL-TEXT

          IF SPAR-AVVIKELSER = ZERO
             SET KONTROLL-OK TO TRUE
          ELSE
             MOVE ZERO TO KONTROLL-SW
          END-IF

          PERFORM Z2-SKRIV-KONTROLL
          .

      *> Spelloggen: brickans markering efter varje drag ska vara
      *> exakt den aterspelningen ger. Ett ateruptaget spel (en
      *> sparad stallning fran en tidigare omgang) syns har som
      *> markeringar som dragserien inte forklarar.
       F5-STAM-AV-SPELLOGGEN SECTION.

          MOVE ZERO TO SPAR-RADER
          MOVE ZERO TO SPAR-AVVIKELSER
          MOVE ZERO TO SPAR-FORSTA-DRAG

          OPEN INPUT BINGO-LOG-FIL

          IF IND3-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ BINGO-LOG-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF BL-SPEL-NR = SPEL-NR
                               AND BL-KALLA-NR = SOKT-KALLA-NR
                            ADD 1 TO SPAR-RADER
                            PERFORM F5A-PROVA-LOGGRAD
                         END-IF
                END-READ
             END-PERFORM

             CLOSE BINGO-LOG-FIL
          END-IF

          IF SPAR-RADER NOT = SPELADE-DRAG
             ADD 1 TO SPAR-AVVIKELSER
          END-IF

          MOVE SPACES TO KONTROLL-TEXT
          STRING "SPELLOGGEN " DELIMITED BY SIZE
                 SPAR-RADER DELIMITED BY SIZE
                 " RADER FOR BRICKAN" DELIMITED BY SIZE
              INTO KONTROLL-TEXT

          IF SPAR-AVVIKELSER = ZERO
             SET KONTROLL-OK TO TRUE
          ELSE
             MOVE ZERO TO KONTROLL-SW
          END-IF

          PERFORM Z2-SKRIV-KONTROLL

          IF SPAR-FORSTA-DRAG NOT = ZERO
             MOVE SPACES TO RAPPORT-REC
             STRING "FORSTA AVVIKANDE LOGGRAD: DRAG " DELIMITED BY SIZE
                    SPAR-FORSTA-DRAG DELIMITED BY SIZE
                 INTO RAPPORT-REC
             PERFORM Z1-SKRIV-RAD
          END-IF
          .

       F5A-PROVA-LOGGRAD SECTION.

          IF BL-DRAG-NR < 1 OR BL-DRAG-NR > SPELADE-DRAG
             ADD 1 TO SPAR-AVVIKELSER
             IF SPAR-FORSTA-DRAG = ZERO
                MOVE BL-DRAG-NR TO SPAR-FORSTA-DRAG
             END-IF
             EXIT SECTION
          END-IF

          MOVE SPACES TO MARKERAT-W

          PERFORM VARYING CELL-RAD FROM 1 BY 1
             UNTIL CELL-RAD > BOARD-STORLEK
             PERFORM VARYING CELL-KOL FROM 1 BY 1
                UNTIL CELL-KOL > BOARD-STORLEK
                COMPUTE MARKERAT-POS =
                   ((CELL-RAD - 1) * BOARD-STORLEK) + CELL-KOL
                IF BR-CELL-DRAG(SOKT-POS, CELL-RAD, CELL-KOL)
                      NOT = ZERO
                      AND BR-CELL-DRAG(SOKT-POS, CELL-RAD, CELL-KOL)
                         <= BL-DRAG-NR
                   MOVE "X" TO MARKERAT-W(MARKERAT-POS:1)
                END-IF
             END-PERFORM
          END-PERFORM

          IF BL-MARKERAT NOT = MARKERAT-W
                OR BL-NUMMER NOT = DR-VARDE(BL-DRAG-NR)
             ADD 1 TO SPAR-AVVIKELSER
             IF SPAR-FORSTA-DRAG = ZERO
                MOVE BL-DRAG-NR TO SPAR-FORSTA-DRAG
             END-IF
          END-IF
          .

       G1-SKRIV-HUVUD SECTION.

          MOVE SPACES TO RAPPORT-REC
          STRING "TVISTUTREDNING " DELIMITED BY SIZE
                 SPEL-PROGRAM DELIMITED BY SPACE
                 " - ATERSPELNING AV SPELET" DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE SPACES TO RAPPORT-REC
          STRING "SPELDATUM " DELIMITED BY SIZE
                 SPEL-DATUM DELIMITED BY SIZE
                 "  SPEL " DELIMITED BY SIZE
                 SPEL-ID DELIMITED BY SPACE
                 " (NR " DELIMITED BY SIZE
                 SPEL-NR DELIMITED BY SIZE
                 ")  KALLA " DELIMITED BY SIZE
                 SOKT-KALLA-NR DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE SOKT-KALLA-NR TO SOK-KALLA-NR
          PERFORM B3-SLA-UPP-AGARE

          MOVE SPACES TO RAPPORT-REC
          STRING "AGARE " DELIMITED BY SIZE
                 AGARE-NAMN DELIMITED BY SIZE
                 "  AVDELNING " DELIMITED BY SIZE
                 AGARE-AVDELNING DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE SPACES TO RAPPORT-REC
          STRING "INFIL " DELIMITED BY SIZE
                 WS-INPUT-FILENAME DELIMITED BY SPACE
              INTO RAPPORT-REC
          IF INFIL-FRAN-AUDIT
             MOVE "(ENLIGT KORNINGSAUDITEN)" TO RAPPORT-REC(50:24)
          ELSE
             MOVE "(STANDARDNAMN - INGEN AUDIT)" TO RAPPORT-REC(50:28)
          END-IF
          PERFORM Z1-SKRIV-RAD

          MOVE SPACES TO RAPPORT-REC
          STRING "BRADSTORLEK " DELIMITED BY SIZE
                 BOARD-STORLEK DELIMITED BY SIZE
                 "  BRADOR I SPELET " DELIMITED BY SIZE
                 BRADA-ANTAL DELIMITED BY SIZE
                 "  SPELADE DRAG " DELIMITED BY SIZE
                 SPELADE-DRAG DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD
          .

      *> Dragserien nio drag per rad: dragnummer, nummer och en
      *> stjarna dar numret traffade brickan.
       G2-SKRIV-DRAGSERIEN SECTION.

          PERFORM Z1-TOM-RAD
          MOVE "DRAGSERIEN (DRAG:NUMMER, * = TRAFF PA BRICKAN)"
             TO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE SPACES TO RAPPORT-REC
          MOVE ZERO TO LISTA-ANTAL

          PERFORM VARYING DRAG-POS FROM 1 BY 1
             UNTIL DRAG-POS > SPELADE-DRAG

             COMPUTE RAD-PEKARE = LISTA-ANTAL * 8 + 1
             MOVE DRAG-POS TO RAPPORT-REC(RAD-PEKARE:3)
             MOVE ":" TO RAPPORT-REC(RAD-PEKARE + 3:1)
             MOVE DR-TEXT(DRAG-POS) TO RAPPORT-REC(RAD-PEKARE + 4:2)

             MOVE SOKT-POS TO BRADA-POS
             INITIALIZE SPAR-FUNNEN-SW
             PERFORM VARYING CELL-RAD FROM 1 BY 1
                UNTIL CELL-RAD > BOARD-STORLEK
                PERFORM VARYING CELL-KOL FROM 1 BY 1
                   UNTIL CELL-KOL > BOARD-STORLEK
                   IF BR-CELL-DRAG(BRADA-POS, CELL-RAD, CELL-KOL)
                         = DRAG-POS
                      SET SPAR-FUNNEN TO TRUE
                   END-IF
                END-PERFORM
             END-PERFORM

             IF SPAR-FUNNEN
                MOVE "*" TO RAPPORT-REC(RAD-PEKARE + 6:1)
             END-IF

             ADD 1 TO LISTA-ANTAL
             IF LISTA-ANTAL = 9
                PERFORM Z1-SKRIV-RAD
                MOVE ZERO TO LISTA-ANTAL
             END-IF
          END-PERFORM

          IF LISTA-ANTAL NOT = ZERO
             PERFORM Z1-SKRIV-RAD
          END-IF
          .

       G3-SKRIV-RUTNAT SECTION.

          PERFORM Z1-TOM-RAD
          MOVE SPACES TO RAPPORT-REC
          STRING "BRICKAN EFTER DRAG " DELIMITED BY SIZE
                 VISA-DRAG DELIMITED BY SIZE
                 " (NUMMER " DELIMITED BY SIZE
                 DR-TEXT(VISA-DRAG) DELIMITED BY SIZE
                 "), X = MARKERAD" DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE SPACES TO RAPPORT-REC
          MOVE "KOL" TO RAPPORT-REC(1:3)
          PERFORM VARYING CELL-KOL FROM 1 BY 1
             UNTIL CELL-KOL > BOARD-STORLEK
             COMPUTE RAD-PEKARE = (CELL-KOL - 1) * 4 + 9
             MOVE CELL-KOL TO ED-NR2
             MOVE ED-NR2 TO RAPPORT-REC(RAD-PEKARE:2)
          END-PERFORM
          PERFORM Z1-SKRIV-RAD

          PERFORM VARYING CELL-RAD FROM 1 BY 1
             UNTIL CELL-RAD > BOARD-STORLEK

             MOVE SPACES TO RAPPORT-REC
             MOVE "RAD" TO RAPPORT-REC(1:3)
             MOVE CELL-RAD TO ED-NR2
             MOVE ED-NR2 TO RAPPORT-REC(5:2)

             PERFORM VARYING CELL-KOL FROM 1 BY 1
                UNTIL CELL-KOL > BOARD-STORLEK
                COMPUTE RAD-PEKARE = (CELL-KOL - 1) * 4 + 9
                MOVE BR-CELL-TEXT(SOKT-POS, CELL-RAD, CELL-KOL)
                   TO RAPPORT-REC(RAD-PEKARE:2)
                IF BR-CELL-DRAG(SOKT-POS, CELL-RAD, CELL-KOL)
                      NOT = ZERO
                      AND BR-CELL-DRAG(SOKT-POS, CELL-RAD, CELL-KOL)
                         <= VISA-DRAG
                   MOVE "X" TO RAPPORT-REC(RAD-PEKARE + 2:1)
                END-IF
             END-PERFORM

             PERFORM Z1-SKRIV-RAD
          END-PERFORM
          .

       G4-SKRIV-LINJER SECTION.

          PERFORM Z1-TOM-RAD
          MOVE "RADER OCH KOLUMNER" TO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE "RAD" TO LINJE-TYP-W
          PERFORM VARYING CELL-RAD FROM 1 BY 1
             UNTIL CELL-RAD > BOARD-STORLEK
             MOVE CELL-RAD TO LINJE-NR-W
             MOVE RAD-KLAR-DRAG(CELL-RAD) TO DRAG-POS
             PERFORM G4A-SKRIV-LINJE
          END-PERFORM

          MOVE "KOL" TO LINJE-TYP-W
          PERFORM VARYING CELL-KOL FROM 1 BY 1
             UNTIL CELL-KOL > BOARD-STORLEK
             MOVE CELL-KOL TO LINJE-NR-W
             MOVE KOL-KLAR-DRAG(CELL-KOL) TO DRAG-POS
             PERFORM G4A-SKRIV-LINJE
          END-PERFORM
          .

       G4A-SKRIV-LINJE SECTION.

          MOVE SPACES TO RAPPORT-REC

          IF DRAG-POS = ZERO
             STRING LINJE-TYP-W DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    LINJE-NR-W DELIMITED BY SIZE
                    "  EJ KOMPLETT" DELIMITED BY SIZE
                 INTO RAPPORT-REC
          ELSE
             STRING LINJE-TYP-W DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    LINJE-NR-W DELIMITED BY SIZE
                    "  KOMPLETT PA DRAG " DELIMITED BY SIZE
                    DRAG-POS DELIMITED BY SIZE
                    " (NUMMER " DELIMITED BY SIZE
                    DR-TEXT(DRAG-POS) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                 INTO RAPPORT-REC

             IF BR-MAL-DRAG(SOKT-POS) NOT = ZERO
                   AND DRAG-POS > BR-MAL-DRAG(SOKT-POS)
                MOVE "- EFTER MALGANGEN, RAKNAS EJ"
                   TO RAPPORT-REC(42:29)
             END-IF
          END-IF

          PERFORM Z1-SKRIV-RAD
          .

      *> Poangberakningen med de omarkerade numren utskrivna, sa att
      *> summan kan kontrolleras med papper och penna.
       G5-SKRIV-POANG SECTION.

          PERFORM Z1-TOM-RAD
          MOVE "MALGANG OCH POANG" TO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE SOKT-POS TO BRADA-POS

          IF BR-MAL-DRAG(BRADA-POS) = ZERO
             IF LAGE-BINGO2
                MOVE "BRICKAN GICK INTE I MAL UNDER SPELET"
                   TO RAPPORT-REC
             ELSE
                IF VINNARE-POS = ZERO
                   MOVE "INGEN BRICKA FICK BINGO - SPELET SPARADES"
                      TO RAPPORT-REC
                ELSE
                   STRING "BRICKAN FICK INTE BINGO - SPELET AVGJORDES"
                             DELIMITED BY SIZE
                          " PA DRAG " DELIMITED BY SIZE
                          BR-MAL-DRAG(VINNARE-POS) DELIMITED BY SIZE
                       INTO RAPPORT-REC
                END-IF
             END-IF
             PERFORM Z1-SKRIV-RAD
             EXIT SECTION
          END-IF

          MOVE SPACES TO RAPPORT-REC
          STRING "MALGANG PA DRAG " DELIMITED BY SIZE
                 BR-MAL-DRAG(BRADA-POS) DELIMITED BY SIZE
                 " MED NUMMER " DELIMITED BY SIZE
                 BR-NUMMER(BRADA-POS) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 BR-LINJE-TYP(BRADA-POS) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 BR-LINJE-NR(BRADA-POS) DELIMITED BY SIZE
                 " KOMPLETT" DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE SPACES TO RAPPORT-REC
          IF LAGE-BINGO2
             STRING "PLACERING " DELIMITED BY SIZE
                    BR-RANK(BRADA-POS) DELIMITED BY SIZE
                    " AV " DELIMITED BY SIZE
                    RANK-NR DELIMITED BY SIZE
                    " MALGANGAR" DELIMITED BY SIZE
                 INTO RAPPORT-REC
          ELSE
             IF BRADA-POS = VINNARE-POS
                MOVE "BRICKAN VANN SPELET" TO RAPPORT-REC
             ELSE
                STRING "KOMPLETT PA VINSTDRAGET MEN KALLA "
                          DELIMITED BY SIZE
                       BR-KALLA-NR(VINNARE-POS) DELIMITED BY SIZE
                       " VANN - FORSTA BRICKAN I TABELLORDNING"
                          DELIMITED BY SIZE
                    INTO RAPPORT-REC
             END-IF
          END-IF
          PERFORM Z1-SKRIV-RAD

          MOVE "OMARKERADE NUMMER VID MALGANGEN:" TO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE SPACES TO RAPPORT-REC
          MOVE ZERO TO LISTA-ANTAL

          PERFORM VARYING CELL-RAD FROM 1 BY 1
             UNTIL CELL-RAD > BOARD-STORLEK
             PERFORM VARYING CELL-KOL FROM 1 BY 1
                UNTIL CELL-KOL > BOARD-STORLEK
                IF BR-CELL-DRAG(BRADA-POS, CELL-RAD, CELL-KOL) = ZERO
                   COMPUTE RAD-PEKARE = LISTA-ANTAL * 4 + 3
                   MOVE BR-CELL-VARDE(BRADA-POS, CELL-RAD, CELL-KOL)
                      TO ED-NR3
                   MOVE ED-NR3 TO RAPPORT-REC(RAD-PEKARE:3)
                   ADD 1 TO LISTA-ANTAL
                   IF LISTA-ANTAL = 18
                      PERFORM Z1-SKRIV-RAD
                      MOVE ZERO TO LISTA-ANTAL
                   END-IF
                END-IF
             END-PERFORM
          END-PERFORM

          IF LISTA-ANTAL NOT = ZERO
             PERFORM Z1-SKRIV-RAD
          END-IF

          MOVE SPACES TO RAPPORT-REC
          MOVE BR-OMARKERAT(BRADA-POS) TO ED-SUMMA
          STRING "SUMMA OMARKERADE " DELIMITED BY SIZE
                 ED-SUMMA DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE SPACES TO RAPPORT-REC
          MOVE BR-POANG(BRADA-POS) TO ED-POANG
          STRING "POANG = NUMMER " DELIMITED BY SIZE
                 BR-NUMMER(BRADA-POS) DELIMITED BY SIZE
                 " X SUMMA " DELIMITED BY SIZE
                 ED-SUMMA DELIMITED BY SIZE
                 " = " DELIMITED BY SIZE
                 ED-POANG DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD
          .

      *> Ovriga brickor som gick i mal pa samma drag. I BINGO2 ar de
      *> den delade gruppen, med sina belopp ur liggaren; i BINGO
      *> vinner bara forsta brickan i tabellordning. En BINGO-bricka
      *> som inte fick bingo jamfors med vinstdraget, sa att det
      *> framgar vem som vann.
       G7-SKRIV-SAMMA-DRAG SECTION.

          MOVE BR-MAL-DRAG(SOKT-POS) TO JAMFOR-DRAG

          IF JAMFOR-DRAG = ZERO AND NOT LAGE-BINGO2
                AND VINNARE-POS NOT = ZERO
             MOVE BR-MAL-DRAG(VINNARE-POS) TO JAMFOR-DRAG
          END-IF

          IF JAMFOR-DRAG = ZERO
             EXIT SECTION
          END-IF

          PERFORM Z1-TOM-RAD
          MOVE SPACES TO RAPPORT-REC
          STRING "OVRIGA BRICKOR I MAL PA DRAG " DELIMITED BY SIZE
                 JAMFOR-DRAG DELIMITED BY SIZE
              INTO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD

          MOVE ZERO TO LISTA-ANTAL

          PERFORM VARYING ANNAN-POS FROM 1 BY 1
             UNTIL ANNAN-POS > BRADA-ANTAL

             IF ANNAN-POS NOT = SOKT-POS
                   AND BR-MAL-DRAG(ANNAN-POS) = JAMFOR-DRAG
                ADD 1 TO LISTA-ANTAL
                PERFORM G7A-SKRIV-ANNAN-BRICKA
             END-IF
          END-PERFORM

          IF LISTA-ANTAL = ZERO
             MOVE "INGA - BRICKAN VAR ENSAM PA DRAGET" TO RAPPORT-REC
             PERFORM Z1-SKRIV-RAD
          END-IF
          .

       G7A-SKRIV-ANNAN-BRICKA SECTION.

          MOVE BR-KALLA-NR(ANNAN-POS) TO SOK-KALLA-NR
          PERFORM B3-SLA-UPP-AGARE

          MOVE BR-POANG(ANNAN-POS) TO ED-POANG

          MOVE SPACES TO RAPPORT-REC
          STRING "KALLA " DELIMITED BY SIZE
                 BR-KALLA-NR(ANNAN-POS) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 AGARE-NAMN DELIMITED BY SIZE
                 " POANG" DELIMITED BY SIZE
                 ED-POANG DELIMITED BY SIZE
              INTO RAPPORT-REC

          IF LAGE-BINGO2
             MOVE "PL" TO RAPPORT-REC(61:2)
             MOVE BR-RANK(ANNAN-POS) TO RAPPORT-REC(64:3)
             PERFORM Z1-SKRIV-RAD

             IF LIGG-FINNS
                MOVE ZERO TO ANDRA-BELOPP
                PERFORM VARYING LIGG-POS FROM 1 BY 1
                   UNTIL LIGG-POS > LIGG-PRIS-ANTAL
                   IF LP-KALLA-NR(LIGG-POS) = BR-KALLA-NR(ANNAN-POS)
                      ADD LP-BELOPP(LIGG-POS) TO ANDRA-BELOPP
                   END-IF
                END-PERFORM
                PERFORM VARYING LIGG-POS FROM 1 BY 1
                   UNTIL LIGG-POS > LIGG-JP-ANTAL
                   IF LJ-KALLA-NR(LIGG-POS) = BR-KALLA-NR(ANNAN-POS)
                      ADD LJ-BELOPP(LIGG-POS) TO ANDRA-BELOPP
                   END-IF
                END-PERFORM

                MOVE SPACES TO RAPPORT-REC
                MOVE ANDRA-BELOPP TO ED-BELOPP
                STRING "      BELOPP ENLIGT LIGGAREN " DELIMITED BY SIZE
                       ED-BELOPP DELIMITED BY SIZE
                    INTO RAPPORT-REC
                PERFORM Z1-SKRIV-RAD
             END-IF
          ELSE
             IF ANNAN-POS = VINNARE-POS
                MOVE "VINNARE" TO RAPPORT-REC(61:7)
             ELSE
                MOVE "EJ VINST" TO RAPPORT-REC(61:8)
             END-IF
             PERFORM Z1-SKRIV-RAD
          END-IF
          .

       N-AVSLUTA SECTION.

          PERFORM Z1-TOM-RAD

          IF ANTAL-AVVIKELSER = ZERO
             MOVE "SLUTSATS: ATERSPELNINGEN STAMMER MED KORNINGENS SPAR"
                TO RAPPORT-REC
          ELSE
             MOVE ANTAL-AVVIKELSER TO ED-SUMMA
             STRING "SLUTSATS: " DELIMITED BY SIZE
                    ED-SUMMA DELIMITED BY SIZE
                    " AVVIKELSE/R MOT KORNINGENS SPAR - SE OVAN"
                       DELIMITED BY SIZE
                 INTO RAPPORT-REC
          END-IF
          PERFORM Z1-SKRIV-RAD

          CLOSE RAPPORT-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-RAPPORT-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          DISPLAY "Tvistutredning skriven: " WS-RAPPORT-FILENAME
             " (" ANTAL-RAPPORTRADER " rader)"

          IF ANTAL-AVVIKELSER NOT = ZERO
             DISPLAY "AVVIKELSER mot korningens spar: "
                ANTAL-AVVIKELSER
             MOVE 1 TO RETURN-CODE
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

       Z1-SKRIV-RAD SECTION.

          WRITE RAPPORT-REC
          ADD 1 TO ANTAL-RAPPORTRADER
          MOVE SPACES TO RAPPORT-REC
          .

       Z1-TOM-RAD SECTION.

          MOVE SPACES TO RAPPORT-REC
          PERFORM Z1-SKRIV-RAD
          .

      *> En kontrollrad: vad som provades och om det stammer.
       Z2-SKRIV-KONTROLL SECTION.

          MOVE SPACES TO RAPPORT-REC
          STRING "KONTROLL " DELIMITED BY SIZE
                 KONTROLL-TEXT DELIMITED BY SIZE
              INTO RAPPORT-REC

          IF KONTROLL-OK
             MOVE "STAMMER" TO RAPPORT-REC(62:7)
          ELSE
             MOVE "AVVIKER" TO RAPPORT-REC(62:7)
             ADD 1 TO ANTAL-AVVIKELSER
          END-IF

          PERFORM Z1-SKRIV-RAD
          .
