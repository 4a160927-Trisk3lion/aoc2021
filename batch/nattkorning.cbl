       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT CHECKPOINT-FIL ASSIGN DYNAMIC
             WS-CHECKPOINT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT SENASTE-KORDAG-FIL ASSIGN DYNAMIC
             WS-SENASTE-KORDAG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT STEGHISTORIK-FIL ASSIGN DYNAMIC
             WS-STEGHISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT SPARR-FIL ASSIGN DYNAMIC
             WS-SPARR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND8-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND9-FILESTATUS.

          SELECT HJARTSLAG-FIL ASSIGN DYNAMIC
             WS-HJARTSLAG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND16-FILESTATUS.

          SELECT PLAN-FIL ASSIGN DYNAMIC
             WS-PLAN-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND17-FILESTATUS.

          SELECT KATALOG-FIL ASSIGN "generationskatalog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND18-FILESTATUS.

          SELECT FEEDREGISTER-FIL ASSIGN "batch/feedregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND19-FILESTATUS.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND20-FILESTATUS.

          SELECT HALL-FIL ASSIGN DYNAMIC WS-HALL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND21-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> STEG-rader med stegnummer, etikett och kommando for den
      *> seriella svansen, i korordning. Saknas filen galler de
      *> inbyggda standarddefinitionerna - exakt dagens fem
      *> strommar och sex slutsteg. KONSOL och SLUTRAPPORT laser
      *> samma fil, sa checkpunktnummer och stegnamn bor pa ett
      *> stalle. Exempel:
      *>
      *>     STROM dag1 ./dag1/sonar ./dag1/sonar3
      *>     STEG  120 REGKONTROLL  ./batch/regkontroll
      *>     EFTER dag2 dag3
      *>
      *> En EFTER-rad later den namngivna strommen vanta med sin
      *> start tills den andra strommen lamnat sin returkod. Den
      *> maste sta efter bada strommarnas STROM-rader. En strom far
      *> ha tva EFTER-rader och startar da forst nar bada
      *> foregangarna ar klara.
       FD STROMDEF-FIL.
       01 STROMDEF-REC.
          05 SDF-TYP PIC X(5).
          05 SDT-KOMMANDO PIC X(40).
          05 FILLER PIC X(117).

       01 STROMDEF-EFTER REDEFINES STROMDEF-REC.
          05 FILLER PIC X(6).
          05 SDE-NAMN PIC X(4).
          05 FILLER PIC X.
          05 SDE-FORE PIC X(4).
          05 FILLER PIC X(165).

       FD SPARR-FIL.
       01 SPARR-REC PIC X(4).

       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

      *> Korplanen: en utskrift per planering med dag for dag vad
      *> natten kommer att gora - det operatoren skriver under
      *> innan batchen slapps.
       FD PLAN-FIL.
       01 PLAN-REC PIC X(100).

      *> Samma postlayout som KATALOG-REC i GENKAT.
       FD KATALOG-FIL.
       01 KATALOG-REC.
          05 KAT-STEM PIC X(20).
          05 FILLER PIC X.
          05 KAT-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 KAT-GEN PIC 9(2).
          05 FILLER PIC X.
          05 KAT-FILNAMN PIC X(40).
          05 FILLER PIC X.
          05 KAT-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 KAT-TID PIC 9(6).
          05 FILLER PIC X.
          05 KAT-PLATS PIC X(4).

      *> Samma postlayout som FEEDREGISTER-REC i FEEDVAKT.
       FD FEEDREGISTER-FIL.
       01 FEEDREGISTER-REC.
          05 FR-NAMN PIC X(12).
          05 FILLER PIC X.
          05 FR-FILNAMN PIC X(20).
          05 FILLER PIC X.
          05 FR-TIDIGAST PIC 9(4).
          05 FILLER PIC X.
          05 FR-SENAST PIC 9(4).
          05 FILLER PIC X.
          05 FR-STROM PIC X(4).

      *> Samma postlayout som PARAMDECK-REC i FORFLYG.
       FD PARAMDECK-FIL.
       01 PARAMDECK-REC.
          05 PD-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 PD-NYCKEL PIC X(12).
          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

      *> Samma postlayout som HALL-REC i KONSOL.
       FD HALL-FIL.
       01 HALL-REC.
          05 HL-NAMN PIC X(4).
          05 FILLER PIC X.
          05 HL-OPERATOR PIC X(8).
          05 FILLER PIC X.
          05 HL-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 HL-TID PIC 9(6).
          05 FILLER PIC X.
          05 HL-ORSAK PIC X(30).

       WORKING-STORAGE SECTION.

       01 WS-CMD PIC X(800).
       01 WS-STEG-CMD PIC X(400).
       01 WS-RC PIC S9(8) COMP-5.

       COPY "PLATS.cpy".
       01 WS-CHECKPOINT-FILENAME PIC X(40).
       01 WS-SENASTE-KORDAG-FILENAME PIC X(40).
       01 WS-STEGHISTORIK-FILENAME PIC X(40).
       01 WS-SPARR-FILENAME PIC X(40).
       01 WS-HJARTSLAG-FILENAME PIC X(40).

       01 STEG-NR PIC 9(3).
       01 SENASTE-STEG PIC 9(3) VALUE ZERO.

      *> startas om. Strommens utskrifter gar till natt_dagN.log och
      *> dess returkod till batch_stream_rc_dagN.txt, som ar det
      *> drivaren pollar pa.
       01 ANTAL-STROMMAR PIC 9 VALUE 6.

       01 STROM-TABELL.
          05 STROM-RAD OCCURS 9 TIMES.
             10 STROM-RC PIC 9(3).
             10 STROM-FORSOK PIC 9.
             10 STROM-BEDOMD PIC 9.
             10 STROM-EFTER PIC X(4).
             10 STROM-EFTER-2 PIC X(4).
             10 STROM-VANTAR PIC 9.

       01 STROM-NR PIC 9.
       01 STROM-FORE-NR PIC 9.
       01 EFTER-SOK-NAMN PIC X(4).
       01 FOREGANGARE-KLAR-SW PIC 9.
          88 FOREGANGARE-KLAR VALUE 1.
       01 ANTAL-VANTANDE PIC 9 VALUE ZERO.
       01 STROM-CHECK-FILENAME PIC X(40).
       01 STROM-RC-FILENAME PIC X(40).
       01 ALLA-KLARA-SW PIC 9.
       01 IKAPP-VALT-SW PIC 9 VALUE ZERO.
          88 IKAPP-VALT VALUE 1.

       01 WS-LAGE-ARG-2 PIC X(5) VALUE SPACES.
       01 PLAN-VALT-SW PIC 9 VALUE ZERO.
          88 PLAN-VALT VALUE 1.

       01 KALENDER-ANTAL PIC 9(3) VALUE ZERO.

       01 KALENDER-TABELL.
          05 IND14-FILESTATUS PIC XX.
          05 IND15-FILESTATUS PIC XX.
          05 IND16-FILESTATUS PIC XX.
          05 IND17-FILESTATUS PIC XX.
          05 IND18-FILESTATUS PIC XX.
          05 IND19-FILESTATUS PIC XX.
          05 IND20-FILESTATUS PIC XX.
          05 IND21-FILESTATUS PIC XX.

       01 SLUT-PA-SPARR-SW PIC 9.
          88 SLUT-PA-SPARR VALUE 1.
          88 SLUT-PA-SNITT VALUE 1.

      *> Den seriella svansen: stegnummer, etikett och kommando, i
      *> korordning - fylld med standardkedjan C115-C140 och
      *> ersatt av STEG-raderna nar stromdefinitionen finns.
       01 ANTAL-SLUTSTEG PIC 9(2) VALUE 6.

       01 STEG-DEF-TABELL.
          05 STEG-DEF-RAD OCCURS 10 TIMES.
       01 STROMDEF-LADDAD-SW PIC 9 VALUE ZERO.
          88 STROMDEF-LADDAD VALUE 1.

       01 WS-SLA-FILENAME PIC X(40).
       01 SLA-POS PIC 9(2).
       01 SNITT-POS PIC 9(2).
       01 SVANS-POS PIC 9(2).
          88 HIST-SLUT-NADD VALUE 1.
       01 STEG-START-TID PIC 9(6).

      *> Operatorshallen: KONSOL HALL skriver en rad per hallen
      *> strom (SLUT for slutstegen) i batch_hall.txt. Stromskalet
      *> tittar i filen mellan programmen och vantar medan raden
      *> finns; drivaren gor detsamma fore varje slutsteg. Ett
      *> hall som fortfarande star kvar vid paminnelsetiden
      *> (parameterleken NATTKORNIN HALLPAMINN) larmas en gang.
       01 WS-HALL-FILENAME PIC X(40).

       01 HALL-ANTAL PIC 9(2) VALUE ZERO.

       01 HALL-TABELL.
          05 HALL-RAD OCCURS 20 TIMES.
             10 HT-NAMN PIC X(4).
             10 HT-OPERATOR PIC X(8).
             10 HT-TID PIC 9(6).
             10 HT-ORSAK PIC X(30).

       01 HALL-POS PIC 9(2).
       01 HALL-SOK-NAMN PIC X(4).
       01 HALL-START-TID PIC 9(6).

       01 SLUT-PA-HALL-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-HALL VALUE 1.

       01 HALL-FUNNEN-SW PIC 9 VALUE ZERO.
          88 HALL-FUNNEN VALUE 1.

       01 STROM-HALL-TABELL.
          05 STROM-HALLEN PIC 9 OCCURS 9 TIMES.

       01 HALL-PAMINN-TID PIC 9(6) VALUE 020000.
       01 HALL-PAMINN-MIN PIC 9(5).

       01 PAMINT-ANTAL PIC 9(2) VALUE ZERO.

       01 PAMINT-TABELL.
          05 PAMINT-NAMN PIC X(4) OCCURS 20 TIMES.

       01 PAMINT-POS PIC 9(2).

       01 PAMINT-FUNNEN-SW PIC 9 VALUE ZERO.
          88 PAMINT-FUNNEN VALUE 1.

       01 SLUT-PA-DECK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DECK VALUE 1.

      *> Planlaget: med argumentet PLAN (och IKAPP som andra
      *> argument for att planera ikappdagarna) loses kalendern,
      *> ikappdagarna, strom- och stegdefinitionen, feedvaktens
      *> sparrar, checkpunkterna och SLA-tiderna upp precis som en
      *> korning skulle gora det - men ingenting startas. Resultatet
      *> ar korplanen natt_plan_<datum>.txt med varje kordags steg,
      *> kommando, indatafiler, vantade utdatagenerationer och
      *> deadline, som jourhavande operator skriver under innan
      *> batchen slapps.
       01 WS-PLAN-FILENAME PIC X(40).
       01 PLAN-RAD PIC X(100).
       01 PLAN-DAGTYP PIC X(9).
       01 PLAN-SENASTE-STEG PIC 9(3).
       01 PLAN-KLOCKA PIC 9(8).

       01 PLAN-STOPP-SW PIC 9 VALUE ZERO.
          88 PLAN-STOPP VALUE 1.

       01 PLAN-STROM-HALLEN-SW PIC 9 VALUE ZERO.
          88 PLAN-STROM-HALLEN VALUE 1.

       01 SLUT-PA-PLANLASNING-SW PIC 9.
          88 SLUT-PA-PLANLASNING VALUE 1.

      *> Flodesregistret och parameterleken i minnet - de ar
      *> desamma for varje planerad kordag.
       01 PLAN-FEED-ANTAL PIC 9(2) VALUE ZERO.

       01 PLAN-FEED-TABELL.
          05 PLAN-FEED-RAD OCCURS 50 TIMES.
             10 PF-NAMN PIC X(12).
             10 PF-FILNAMN PIC X(20).
             10 PF-TIDIGAST PIC 9(4).
             10 PF-SENAST PIC 9(4).
             10 PF-STROM PIC X(4).

       01 PLAN-FEED-POS PIC 9(2).

       01 PLAN-DECK-ANTAL PIC 9(3) VALUE ZERO.

       01 PLAN-DECK-TABELL.
          05 PLAN-DECK-RAD OCCURS 300 TIMES.
             10 PP-PROGRAM PIC X(10).
             10 PP-NYCKEL PIC X(12).
             10 PP-VARDE PIC X(40).

       01 PLAN-DECK-POS PIC 9(3).

      *> Generationsfamiljerna per program ur generationskatalogen,
      *> med hogsta redan bokforda generation for kordagen - nasta
      *> generation ar den natten kommer att skriva.
       01 PLAN-FAMILJ-ANTAL PIC 9(3) VALUE ZERO.

       01 PLAN-FAMILJ-TABELL.
          05 PLAN-FAMILJ-RAD OCCURS 200 TIMES.
             10 PK-STEM PIC X(20).
             10 PK-PROGRAM PIC X(10).
             10 PK-EXT PIC X(4).
             10 PK-GEN PIC 9(2).

       01 PLAN-FAMILJ-POS PIC 9(3).
       01 PLAN-UTDATA-ANTAL PIC 9(3).
       01 PLAN-NASTA-GEN PIC 9(2).
       01 PLAN-STEM-LANGD PIC 9(2).
       01 PLAN-EXT-POS PIC 9(2).

       01 PLAN-PEKARE PIC 9(3).
       01 PLAN-KOMMANDO PIC X(40).
       01 PLAN-ORD PIC X(40).
       01 PLAN-POS PIC 9(2).
       01 PLAN-BASNAMN PIC X(12).
       01 PLAN-PROGRAM PIC X(10).

       01 PLAN-SOK-NAMN PIC X(12).
       01 PLAN-DEADLINE-X PIC X(6).
       01 PLAN-SNITT-MIN PIC 9(3).
       01 PLAN-SNITT-X PIC X(7).
       01 PLAN-STATUS PIC X(40).

      *> Lopetidsberakningen: strommarna gar sida vid sida, sa
      *> natten ar den langsta stromkedjan (med EFTER-beroendena)
      *> plus slutstegen i foljd - i snittminuter ur korhistoriken,
      *> fem minuter for det som saknar historik.
       01 PLAN-STROM-TABELL.
          05 PLAN-STROM-RAD OCCURS 9 TIMES.
             10 PS-MINUTER PIC 9(4).
             10 PS-SLUT PIC 9(4).

       01 PLAN-VARV PIC 9.
       01 PLAN-LOPTID PIC 9(5).
       01 PLAN-FORE-SLUT PIC 9(4).

       PROCEDURE DIVISION.

       A-MAIN SECTION.
          PERFORM B-INIT
          PERFORM B2-LAS-KALENDER

          IF PLAN-VALT
             PERFORM K-PLANERA
             STOP RUN
          END-IF

          IF DAGENS-TYP = "H"
             PERFORM B3-INGEN-KORNING
          END-IF
      *> bade infor en ny ikappdag och efter en helt genomford dag.
       R2-RENSA-CHECKPUNKTER SECTION.

          MOVE SPACES TO WS-CMD
          STRING "rm -f " DELIMITED BY SIZE
                 WS-CHECKPOINT-FILENAME DELIMITED BY SPACE
              INTO WS-CMD
          CALL "SYSTEM" USING WS-CMD
          MOVE SPACES TO WS-CMD
          STRING "rm -f " DELIMITED BY SIZE
                 PLATS-PREFIX DELIMITED BY SPACE
                 "batch_checkpoint_dag?.txt" DELIMITED BY SIZE
              INTO WS-CMD
          CALL "SYSTEM" USING WS-CMD
          MOVE ZERO TO SENASTE-STEG

             MOVE ZERO TO STROM-RC(STROM-NR)
             MOVE ZERO TO STROM-FORSOK(STROM-NR)
             MOVE ZERO TO STROM-BEDOMD(STROM-NR)
             MOVE ZERO TO STROM-VANTAR(STROM-NR)
             MOVE ZERO TO STROM-HALLEN(STROM-NR)
          END-PERFORM
          MOVE ZERO TO ANTAL-LANSERADE
          MOVE ZERO TO ALLA-KLARA-SW
             SET IKAPP-VALT TO TRUE
          END-IF

          IF WS-LAGE-ARG = "PLAN"
             SET PLAN-VALT TO TRUE

             DISPLAY 2 UPON ARGUMENT-NUMBER
             ACCEPT WS-LAGE-ARG-2 FROM ARGUMENT-VALUE
                ON EXCEPTION MOVE SPACES TO WS-LAGE-ARG-2
             END-ACCEPT

             IF WS-LAGE-ARG-2 = "IKAPP"
                SET IKAPP-VALT TO TRUE
             END-IF
          END-IF

      *> Platsen (fartyget) natten galler kommer fran
      *> miljovariabeln PLATS, som strommarna och slutstegen arver -
      *> drivarens checkpunkter, stegtider och returkodsfiler far
      *> platsens prefix sa att tva platsers natter inte delar
      *> tillstand. Utan variabeln galler de ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-CHECKPOINT-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_checkpoint.txt" DELIMITED BY SIZE
              INTO WS-CHECKPOINT-FILENAME

          MOVE SPACES TO WS-SENASTE-KORDAG-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_senaste_kordag.txt" DELIMITED BY SIZE
              INTO WS-SENASTE-KORDAG-FILENAME

          MOVE SPACES TO WS-STEGHISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_steghistorik.txt" DELIMITED BY SIZE
              INTO WS-STEGHISTORIK-FILENAME

          MOVE SPACES TO WS-SPARR-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_feed_sparr.txt" DELIMITED BY SIZE
              INTO WS-SPARR-FILENAME

          MOVE SPACES TO WS-HJARTSLAG-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar3_hjartslag.txt" DELIMITED BY SIZE
              INTO WS-HJARTSLAG-FILENAME

          MOVE SPACES TO WS-HALL-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_hall.txt" DELIMITED BY SIZE
              INTO WS-HALL-FILENAME
          INITIALIZE STROM-HALL-TABELL

          OPEN INPUT CHECKPOINT-FIL

          IF IND1-FILESTATUS = "00"
          PERFORM B6-LAS-SLA-TIDER
          PERFORM B8-LAS-RC-POLICY
          PERFORM B7-LAS-STEGSNITT
          PERFORM B10-LAS-HALLPAMINNELSE

      *> De delade loggfilerna som strommarna appenderar till maste
      *> finnas INNAN strommarna startar sida vid sida - annars kan
      *> tva strommar trafa skapa-fallbacken samtidigt och den enas
      *> OPEN OUTPUT trunkera den andras poster. Det indexerade
      *> auditlagret skapas av AUDITKONV, som inte gor nagot nar
      *> lagret redan finns. Planlaget ror ingenting av detta.
          IF NOT PLAN-VALT
             MOVE "touch generationskatalog.txt" TO WS-CMD
             CALL "SYSTEM" USING WS-CMD
             MOVE "touch masterjournal.txt" TO WS-CMD
             CALL "SYSTEM" USING WS-CMD

             MOVE "./batch/auditkonv" TO WS-CMD
             CALL "SYSTEM" USING WS-CMD

      *> Masteromskrivningar som en avbruten korning lamnade oppna
      *> rullas tillbaka innan nagon strom laser mastrarna.
             MOVE "./batch/aterrulla" TO WS-CMD
             CALL "SYSTEM" USING WS-CMD
          END-IF

      *> Programlistan per strom ar mellanslagsseparerad - varje
      *> program kors och tidsbokfors for sig av stromskalet, och
      *> strommen stannar vid forsta nollskilda returkoden precis
      *> som den gamla &&-kedjan. SONARHIST gar efter SONAR3 i dag1
      *> sa att historikmastern och trendrapporten foljer med varje
      *> natt; SONARPROF jamfor dagens svep mot linjens baslinje
      *> (utan konfigurerad linje avslutar den rent) och SONARKART
      *> ritar sist djupprofilen till morgongenomgangen.
          MOVE "dag1" TO STROM-NAMN(1)
          MOVE SPACES TO STROM-KOMMANDO(1)
          STRING "./dag1/sonar ./dag1/sonar3 " DELIMITED BY SIZE
                 "./dag1/sonarhist ./dag1/sonarprof "
                    DELIMITED BY SIZE
                 "./dag1/sonarkart" DELIMITED BY SIZE
              INTO STROM-KOMMANDO(1)

      *> DIVEUNDH gar efter DIVE2 sa att serviceplanen raknar med
      *> kvallens resehistorik (utan underhallsregister avslutar den
      *> rent). FLOTTLINJE planerar motet fran DIVE2s slutpositioner
      *> och ar darfor ingen egen strom langre: FLOTTLAGE bygger
      *> dess indata ur kvallens resultat och rankning, och
      *> FLOTTLINJE gar sist i dag2-strommen.
          MOVE "dag2" TO STROM-NAMN(2)
          MOVE SPACES TO STROM-KOMMANDO(2)
          STRING "./dag2/dive ./dag2/dive2 " DELIMITED BY SIZE
                 "./dag2/diveundh ./dag2/diveavst " DELIMITED BY SIZE
                 "./dag7/flottlage ./dag7/flottlinje"
                    DELIMITED BY SIZE
              INTO STROM-KOMMANDO(2)

      *> DIVE och DIVE2 vagrar segla pa en ROD livsstodsdag, och
      *> dagens status skrivs av BINARY2 i dag3 - dag2 startar
      *> darfor forst nar dag3 lamnat sin returkod. FLOTTLINJE
      *> laser HYDROs korridorextrakt, hotspotregister och
      *> kartorigo fran samma natt, sa dag2 vantar aven in dag5.
          MOVE "dag3" TO STROM-EFTER(2)
          MOVE "dag5" TO STROM-EFTER-2(2)

      *> BINARY2Q gar direkt efter att BINARY2 fraschat extraktet.
      *> Stromlistan bar ett ord per program, sa BINARY2Q valjer
      *> prenumerationsregistret besvaras prenumerationerna, annars
      *> avslutar programmet rent (deckets BINARY2Q LAGE kan tvinga
      *> laget). BINBANK bokfor nattens banksiffror i
      *> tillforlitlighetsmastern och ENERGI nattens effekt i
      *> effekthuvudboken sist i strommen.
          MOVE "dag3" TO STROM-NAMN(3)
          MOVE SPACES TO STROM-KOMMANDO(3)
          STRING "./dag3/binary ./dag3/binary2 " DELIMITED BY SIZE
                 "./dag3/binary2q " DELIMITED BY SIZE
                 "./dag3/binarysum ./dag3/binbank " DELIMITED BY SIZE
                 "./dag3/energi" DELIMITED BY SIZE
              INTO STROM-KOMMANDO(3)

      *> BINGOSALJ bokar dagens bricksforsaljning och krediterar
      *> prisfonden innan BINGO2 provar utbetalningarna mot den.
      *> BINGOKOLL sveper sist over bingomastrarna, sa att nattens
      *> fondrorelse redan ar bokford nar referenserna provas.
          MOVE "dag4" TO STROM-NAMN(4)
          MOVE SPACES TO STROM-KOMMANDO(4)
          STRING "./dag4/bingo ./dag4/bingosalj " DELIMITED BY SIZE
                 "./dag4/bingo2 ./dag4/bingokoll" DELIMITED BY SIZE
              INTO STROM-KOMMANDO(4)

      *> HYDROVARN gar efter HYDRO, sa att kvallens nivaer i
      *> hetpunktsregistret blir navigationsvarningar samma natt,
      *> och HYDROLUCKA efter det, sa att luckrapporten bygger pa
      *> kvallens tackningsmaster och korridorextrakt.
          MOVE "dag5" TO STROM-NAMN(5)
          MOVE SPACES TO STROM-KOMMANDO(5)
          STRING "./dag5/hydro ./dag5/hydrovarn " DELIMITED BY SIZE
                 "./dag5/hydrolucka" DELIMITED BY SIZE
              INTO STROM-KOMMANDO(5)

      *> LEKPROGNOS gar efter LEKCYKEL, sa att kvallens inrakning
      *> genast stams av mot tidigare natters kurvor.
          MOVE "dag6" TO STROM-NAMN(6)
          MOVE "./dag6/lekcykel ./dag6/lekprognos"
             TO STROM-KOMMANDO(6)

      *> Standardsvansen - samma kedja som alltid, med
      *> layoutkontrollen forst: strommarnas nya generationer provas
      *> mot layoutregistret, och trasiga filer satts i karantan,
      *> innan nagot slutsteg laser dem.
          MOVE 6 TO ANTAL-SLUTSTEG
          MOVE 115 TO SD-NR(1)
          MOVE "LAYOUTKOLL" TO SD-ETIKETT(1)
          MOVE "./batch/layoutkoll" TO SD-KOMMANDO(1)
          MOVE 120 TO SD-NR(2)
          MOVE "REGKONTROLL" TO SD-ETIKETT(2)
          MOVE "./batch/regkontroll" TO SD-KOMMANDO(2)
          MOVE 130 TO SD-NR(3)
          MOVE "DASHBOARD" TO SD-ETIKETT(3)
          MOVE "./batch/dashboard" TO SD-KOMMANDO(3)
          MOVE 135 TO SD-NR(4)
          MOVE "BALANS" TO SD-ETIKETT(4)
          MOVE "./batch/balans" TO SD-KOMMANDO(4)
          MOVE 137 TO SD-NR(5)
          MOVE "EXPORT" TO SD-ETIKETT(5)
          MOVE "./batch/export" TO SD-KOMMANDO(5)
          MOVE 140 TO SD-NR(6)
          MOVE "SLUTRAPPORT" TO SD-ETIKETT(6)
          MOVE "./batch/slutrapport" TO SD-KOMMANDO(6)

          PERFORM B9-LAS-STROMDEFINITION

             MOVE ZERO TO STROM-LANSERAD(STROM-NR)
             MOVE ZERO TO STROM-KLAR(STROM-NR)
             MOVE ZERO TO STROM-RC(STROM-NR)
             MOVE ZERO TO STROM-VANTAR(STROM-NR)
          END-PERFORM
          .

          EVALUATE SDF-TYP
             WHEN "STROM"
                IF NOT STROMDEF-LADDAD
                   PERFORM B9B-NOLLA-STANDARD
                END-IF

                IF SDS-NAMN = SPACES
                   TO STROM-KOMMANDO(ANTAL-STROMMAR)
             WHEN "STEG "
                IF NOT STROMDEF-LADDAD
                   PERFORM B9B-NOLLA-STANDARD
                END-IF

                IF SDT-NR IS NOT NUMERIC
                MOVE SDT-NR TO SD-NR(ANTAL-SLUTSTEG)
                MOVE SDT-ETIKETT TO SD-ETIKETT(ANTAL-SLUTSTEG)
                MOVE SDT-KOMMANDO TO SD-KOMMANDO(ANTAL-SLUTSTEG)
             WHEN "EFTER"
                IF NOT STROMDEF-LADDAD
                   PERFORM B9B-NOLLA-STANDARD
                END-IF

                MOVE ZERO TO STROM-FORE-NR
                PERFORM VARYING STROM-NR FROM 1 BY 1
                   UNTIL STROM-NR > ANTAL-STROMMAR
                   IF STROM-NAMN(STROM-NR) = SDE-FORE
                      MOVE STROM-NR TO STROM-FORE-NR
                   END-IF
                END-PERFORM

                PERFORM VARYING STROM-NR FROM 1 BY 1
                   UNTIL STROM-NR > ANTAL-STROMMAR
                      OR STROM-NAMN(STROM-NR) = SDE-NAMN
                   CONTINUE
                END-PERFORM

                IF STROM-NR > ANTAL-STROMMAR
                      OR STROM-FORE-NR = ZERO
                      OR SDE-NAMN = SDE-FORE
                   DISPLAY "Ogiltig EFTER-rad i "
                      "stromdefinitionen: " STROMDEF-REC(1:40)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF

                EVALUATE TRUE
                   WHEN STROM-EFTER(STROM-NR) = SPACES
                      MOVE SDE-FORE TO STROM-EFTER(STROM-NR)
                   WHEN STROM-EFTER-2(STROM-NR) = SPACES
                      MOVE SDE-FORE TO STROM-EFTER-2(STROM-NR)
                   WHEN OTHER
                      DISPLAY "Fler an tva EFTER-rader for "
                         SDE-NAMN " i stromdefinitionen"
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                END-EVALUATE
             WHEN OTHER
                IF STROMDEF-REC NOT = SPACES
                   DISPLAY "Okand radtyp i stromdefinitionen: "
          END-EVALUATE
          .

      *> En definitionsfil som finns galler i sin helhet - aven
      *> standardstrommarnas startordning nollas.
       B9B-NOLLA-STANDARD SECTION.

          SET STROMDEF-LADDAD TO TRUE
          MOVE ZERO TO ANTAL-STROMMAR
          MOVE ZERO TO ANTAL-SLUTSTEG
          INITIALIZE STROM-TABELL
          .

      *> Laser korkalendern (om den finns) och avgor dagens dagtyp.
       B2-LAS-KALENDER SECTION.

       B3-INGEN-KORNING SECTION.

          MOVE SPACES TO WS-INGEN-KORNING-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "natt_ingen_korning_" DELIMITED BY SIZE
                 WS-DAGENS-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-INGEN-KORNING-FILENAME
             IF STROM-KLAR(STROM-NR) = 1
                DISPLAY "Strom " STROM-NAMN(STROM-NR)
                   ": redan genomford, hoppar over"
             ELSE
             IF STROM-EFTER(STROM-NR) NOT = SPACES
                MOVE 1 TO STROM-VANTAR(STROM-NR)
             ELSE
                PERFORM C3-LANSERA-STROM
             END-IF
             END-IF
             END-IF
          END-PERFORM

          PERFORM C5-STARTA-VANTANDE
          .

      *> Startar de vantande strommar vars foregangare ar klara
      *> (oavsett returkod - deras policy bedoms som vanligt) eller
      *> aldrig lanserades i kvall (genomford fran checkpunkt,
      *> hallen av feedvakten). ANTAL-VANTANDE raknar de som fick
      *> fortsatta vanta.
       C5-STARTA-VANTANDE SECTION.

          MOVE ZERO TO ANTAL-VANTANDE

          PERFORM VARYING STROM-NR FROM 1 BY 1
             UNTIL STROM-NR > ANTAL-STROMMAR

             IF STROM-VANTAR(STROM-NR) = 1
                MOVE STROM-EFTER(STROM-NR) TO EFTER-SOK-NAMN
                PERFORM C5A-PROVA-FOREGANGARE

                IF FOREGANGARE-KLAR
                      AND STROM-EFTER-2(STROM-NR) NOT = SPACES
                   MOVE STROM-EFTER-2(STROM-NR) TO EFTER-SOK-NAMN
                   PERFORM C5A-PROVA-FOREGANGARE
                END-IF

                IF FOREGANGARE-KLAR
                   MOVE ZERO TO STROM-VANTAR(STROM-NR)
                   PERFORM C3-LANSERA-STROM
                ELSE
                   ADD 1 TO ANTAL-VANTANDE
                END-IF
             END-IF
          END-PERFORM
          .

      *> Ar foregangaren EFTER-SOK-NAMN klar, eller lanseras den
      *> inte alls i kvall?
       C5A-PROVA-FOREGANGARE SECTION.

          INITIALIZE FOREGANGARE-KLAR-SW

          PERFORM VARYING STROM-FORE-NR FROM 1 BY 1
             UNTIL STROM-FORE-NR > ANTAL-STROMMAR
                OR STROM-NAMN(STROM-FORE-NR) = EFTER-SOK-NAMN
             CONTINUE
          END-PERFORM

          IF STROM-FORE-NR > ANTAL-STROMMAR
                OR STROM-LANSERAD(STROM-FORE-NR) = ZERO
                OR STROM-KLAR(STROM-FORE-NR) = 1
             SET FOREGANGARE-KLAR TO TRUE
          END-IF
          .

      *> Lanserar (eller relanserar) strommen STROM-NR pekar pa.
       C3-LANSERA-STROM SECTION.

          MOVE SPACES TO WS-CMD
          STRING "rm -f " DELIMITED BY SIZE
                 PLATS-PREFIX DELIMITED BY SPACE
                 "batch_stream_rc_" DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 ".txt " DELIMITED BY SIZE
                 PLATS-PREFIX DELIMITED BY SPACE
                 "batch_stegtider_" DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 ".txt" DELIMITED BY SIZE
              INTO WS-CMD
      *> enbart echo-kommandot skulle lata sjalva strommen ga i
      *> forgrunden och strommarna kora en och en i stallet for sida
      *> vid sida.
      *> Fore varje program tittar skalet i hallfilen: star
      *> strommen dar vantar det tills raden ar borta och bokfor
      *> vantan som en HALL-rad bland stegtiderna. Foregaende
      *> program har da kort klart och bokfort sin tid.
          MOVE SPACES TO WS-CMD
          STRING "export AFFARSDATUM=" DELIMITED BY SIZE
                 KORDAG DELIMITED BY SIZE
                 "; h=" DELIMITED BY SIZE
                 WS-HALL-FILENAME DELIMITED BY SPACE
                 "; t=" DELIMITED BY SIZE
                 PLATS-PREFIX DELIMITED BY SPACE
                 "batch_stegtider_" DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 ".txt; ( ( for p in " DELIMITED BY SIZE
                 STROM-KOMMANDO(STROM-NR) DELIMITED BY "  "
                 "; do if grep -qs '^" DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 " ' $h; then hs=$(date +%H%M%S); "
                    DELIMITED BY SIZE
                 "while grep -qs '^" DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 " ' $h; do sleep 5; done; echo HALL-"
                    DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 " $hs $(date +%H%M%S) 0 >> $t; fi; "
                    DELIMITED BY SIZE
                 "s=$(date +%H%M%S); $p; rc=$?; "
                    DELIMITED BY SIZE
                 "e=$(date +%H%M%S); echo ${p##*/} $s $e "
                    DELIMITED BY SIZE
                 "$rc >> $t; if [ $rc -ne 0 ]; then exit $rc; "
                    DELIMITED BY SIZE
                 "fi; done ) > " DELIMITED BY SIZE
                 PLATS-PREFIX DELIMITED BY SPACE
                 "natt_" DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 ".log 2>&1; echo $? > " DELIMITED BY SIZE
                 PLATS-PREFIX DELIMITED BY SPACE
                 "batch_stream_rc_" DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 ".txt ) &" DELIMITED BY SIZE
              INTO WS-CMD
              INTO WS-CMD
          CALL "SYSTEM" USING WS-CMD

          PERFORM C006-LAS-SPARRAR
          .

      *> Feedvaktens sparrfil till STROM-SPARRAD - aven planlaget
      *> laser den, da som den senaste feedvaktens bedomning.
       C006-LAS-SPARRAR SECTION.

          PERFORM VARYING STROM-NR FROM 1 BY 1
             UNTIL STROM-NR > ANTAL-STROMMAR
             MOVE ZERO TO STROM-SPARRAD(STROM-NR)
       C1-LAS-STROM-CHECKPUNKT SECTION.

          MOVE SPACES TO STROM-CHECK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_checkpoint_" DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 ".txt" DELIMITED BY SIZE
              INTO STROM-CHECK-FILENAME

             SET ALLA-KLARA TO TRUE

             PERFORM H-BEVAKA-HALL

             PERFORM VARYING STROM-NR FROM 1 BY 1
                UNTIL STROM-NR > ANTAL-STROMMAR

                   IF STROM-KLAR(STROM-NR) = ZERO
                      MOVE ZERO TO ALLA-KLARA-SW

      *> En hallen dag1 star stilla med avsikt - hjartslaget
      *> bedoms inte medan hallet galler.
                      IF STROM-NAMN(STROM-NR) = "dag1"
                            AND STROM-HALLEN(STROM-NR) = ZERO
                         PERFORM D2-PROVA-HJARTSLAG
                      END-IF
                   END-IF
                END-IF

                IF STROM-VANTAR(STROM-NR) = 1
                   MOVE ZERO TO ALLA-KLARA-SW
                END-IF
             END-PERFORM

      *> Strommar som vantar pa en foregangare startas sa snart
      *> den lamnat sin returkod.
             PERFORM C5-STARTA-VANTANDE

             IF NOT ALLA-KLARA
                MOVE "sleep 2" TO WS-CMD
                CALL "SYSTEM" USING WS-CMD
       D1-PROVA-RC-FIL SECTION.

          MOVE SPACES TO STROM-RC-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_stream_rc_" DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 ".txt" DELIMITED BY SIZE
              INTO STROM-RC-FILENAME
       E2-LAS-STEGTIDER SECTION.

          MOVE SPACES TO STROM-TID-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_stegtider_" DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 ".txt" DELIMITED BY SIZE
              INTO STROM-TID-FILENAME
                            MOVE TID-TOKEN-2 TO HIST-START
                            MOVE TID-TOKEN-3 TO HIST-SLUT

                            IF TID-TOKEN-1(1:5) = "HALL-"
                               MOVE "HALL" TO HIST-POLICY
                            END-IF

                            IF TID-TOKEN-4 NOT = SPACES
                                  AND FUNCTION TEST-NUMVAL
                                     (TID-TOKEN-4) = ZERO
                               COMPUTE HIST-RC =
                                  FUNCTION NUMVAL(TID-TOKEN-4)
                            ELSE
                               MOVE 999 TO HIST-RC
                            END-IF
       E1-SPARA-STROM-CHECKPUNKT SECTION.

          MOVE SPACES TO STROM-CHECK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_checkpoint_" DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                 ".txt" DELIMITED BY SIZE
              INTO STROM-CHECK-FILENAME
                CONTINUE
             ELSE
                IF STEG-NR > SENASTE-STEG
                   PERFORM H1-VANTA-VID-SLUTHALL
                   DISPLAY "Steg " STEG-NR ": kor "
                      SD-ETIKETT(STEG-DEF-POS)
                   MOVE SD-KOMMANDO(STEG-DEF-POS) TO WS-CMD
       S3-SKRIV-SLA-RAD SECTION.

          MOVE SPACES TO WS-SLA-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_sla_" DELIMITED BY SIZE
                 KORDAG DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-SLA-FILENAME
          CLOSE SLA-RAPPORT-FIL
          .

      *> Korplanen: samma upplosning som A-MAIN och R-KOR-EN-DAG
      *> gor, dag for dag, men varje steg skrivs ut i stallet for
      *> att koras. Helgdag, stangd period och hallen strom stoppar
      *> planen dar de skulle ha stoppat natten.
       K-PLANERA SECTION.

          MOVE SPACES TO WS-PLAN-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "natt_plan_" DELIMITED BY SIZE
                 WS-DAGENS-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-PLAN-FILENAME

          OPEN OUTPUT PLAN-FIL

          PERFORM K1-LAS-PLANUNDERLAG
          PERFORM B4-HITTA-MISSADE-DAGAR
          PERFORM K2-SKRIV-PLANHUVUD

          IF DAGENS-TYP = "H"
             MOVE SPACES TO PLAN-RAD
             STRING WS-DAGENS-DATUM DELIMITED BY SIZE
                    " INGEN KORNING SCHEMALAGD (HELGDAG)"
                       DELIMITED BY SIZE
                 INTO PLAN-RAD
             PERFORM K9-SKRIV-PLANRAD
          ELSE
             IF MISSADE-ANTAL NOT = ZERO
                IF IKAPP-VALT
                   PERFORM VARYING MISSAD-POS FROM 1 BY 1
                      UNTIL MISSAD-POS > MISSADE-ANTAL
                      MOVE MISSAD-DAG(MISSAD-POS) TO KORDAG
                      MOVE "IKAPP" TO PLAN-DAGTYP
                      PERFORM K3-PLANERA-EN-DAG
                   END-PERFORM
                ELSE
                   MOVE SPACES TO PLAN-RAD
                   STRING "OBS: " DELIMITED BY SIZE
                          MISSADE-ANTAL DELIMITED BY SIZE
                          " MISSADE ARBETSDAGAR SEDAN "
                             DELIMITED BY SIZE
                          SENASTE-KORDAG DELIMITED BY SIZE
                          " KORS INTE - PLANERA OM MED PLAN IKAPP"
                             DELIMITED BY SIZE
                       INTO PLAN-RAD
                   PERFORM K9-SKRIV-PLANRAD
                END-IF
             END-IF

             MOVE WS-DAGENS-DATUM TO KORDAG
             MOVE "ORDINARIE" TO PLAN-DAGTYP
             PERFORM K3-PLANERA-EN-DAG
          END-IF

          PERFORM K4-SKRIV-SIGNATUR

          CLOSE PLAN-FIL

          DISPLAY "Korplanen skriven till " WS-PLAN-FILENAME
          DISPLAY "Ingenting ar kort - planen ska godkannas innan "
             "batchen slapps"
          .

      *> Flodesregistret och parameterleken lases en gang.
       K1-LAS-PLANUNDERLAG SECTION.

          INITIALIZE SLUT-PA-PLANLASNING-SW

          OPEN INPUT FEEDREGISTER-FIL

          IF IND19-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-PLANLASNING
                READ FEEDREGISTER-FIL
                      AT END
                         SET SLUT-PA-PLANLASNING TO TRUE
                      NOT AT END
                         IF FR-NAMN NOT = SPACES
                               AND PLAN-FEED-ANTAL < 50
                            ADD 1 TO PLAN-FEED-ANTAL
                            MOVE FR-NAMN TO PF-NAMN(PLAN-FEED-ANTAL)
                            MOVE FR-FILNAMN
                               TO PF-FILNAMN(PLAN-FEED-ANTAL)
                            MOVE FR-TIDIGAST
                               TO PF-TIDIGAST(PLAN-FEED-ANTAL)
                            MOVE FR-SENAST
                               TO PF-SENAST(PLAN-FEED-ANTAL)
                            MOVE FR-STROM
                               TO PF-STROM(PLAN-FEED-ANTAL)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE FEEDREGISTER-FIL
          END-IF

          INITIALIZE SLUT-PA-PLANLASNING-SW

          OPEN INPUT PARAMDECK-FIL

          IF IND20-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-PLANLASNING
                READ PARAMDECK-FIL
                      AT END
                         SET SLUT-PA-PLANLASNING TO TRUE
                      NOT AT END
                         IF PD-PROGRAM NOT = SPACES
                               AND PLAN-DECK-ANTAL < 300
                            ADD 1 TO PLAN-DECK-ANTAL
                            MOVE PD-PROGRAM
                               TO PP-PROGRAM(PLAN-DECK-ANTAL)
                            MOVE PD-NYCKEL
                               TO PP-NYCKEL(PLAN-DECK-ANTAL)
                            MOVE PD-VARDE
                               TO PP-VARDE(PLAN-DECK-ANTAL)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE PARAMDECK-FIL
          END-IF
          .

       K2-SKRIV-PLANHUVUD SECTION.

          ACCEPT PLAN-KLOCKA FROM TIME

          MOVE "KORPLAN NATTKORNING - INGENTING AR KORT" TO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          MOVE SPACES TO PLAN-RAD
          STRING "UPPRATTAD " DELIMITED BY SIZE
                 WS-DAGENS-DATUM DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 PLAN-KLOCKA(1:6) DELIMITED BY SIZE
                 "  PLATS " DELIMITED BY SIZE
                 PLATS-KOD DELIMITED BY SIZE
                 "  ARGUMENT PLAN " DELIMITED BY SIZE
                 WS-LAGE-ARG-2 DELIMITED BY SIZE
              INTO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          MOVE SPACES TO PLAN-RAD
          IF STROMDEF-LADDAD
             STRING "STROMDEFINITION batch/stromdefinition.txt: "
                       DELIMITED BY SIZE
                    ANTAL-STROMMAR DELIMITED BY SIZE
                    " STROMMAR, " DELIMITED BY SIZE
                    ANTAL-SLUTSTEG DELIMITED BY SIZE
                    " SLUTSTEG" DELIMITED BY SIZE
                 INTO PLAN-RAD
          ELSE
             STRING "STROMDEFINITION INBYGGD STANDARD: "
                       DELIMITED BY SIZE
                    ANTAL-STROMMAR DELIMITED BY SIZE
                    " STROMMAR, " DELIMITED BY SIZE
                    ANTAL-SLUTSTEG DELIMITED BY SIZE
                    " SLUTSTEG" DELIMITED BY SIZE
                 INTO PLAN-RAD
          END-IF
          PERFORM K9-SKRIV-PLANRAD

          MOVE SPACES TO PLAN-RAD
          STRING "SENASTE GENOMFORDA KORDAG " DELIMITED BY SIZE
                 SENASTE-KORDAG DELIMITED BY SIZE
                 "  HUVUDCHECKPUNKT STEG " DELIMITED BY SIZE
                 SENASTE-STEG DELIMITED BY SIZE
              INTO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          MOVE SPACES TO PLAN-RAD
          IF SLA-AKTIV
             STRING "SLA-TIDER batch/sla_tider.txt: "
                       DELIMITED BY SIZE
                    SLA-ANTAL DELIMITED BY SIZE
                    " DEADLINES, FONSTERSLUT " DELIMITED BY SIZE
                    FONSTER-SLUT DELIMITED BY SIZE
                 INTO PLAN-RAD
          ELSE
             STRING "SLA-TIDER SAKNAS, FONSTERSLUT " DELIMITED BY SIZE
                    FONSTER-SLUT DELIMITED BY SIZE
                 INTO PLAN-RAD
          END-IF
          PERFORM K9-SKRIV-PLANRAD

          MOVE "VID START: ./batch/auditkonv ./batch/aterrulla"
             TO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD
          .

      *> En kordag i planen. Forsta planerade dagen ar den som
      *> arver checkpunkterna och feedvaktens senaste sparrar -
      *> varje foljande dag borjar fran noll, precis som
      *> R4-KOR-DAGENS-STEG rensar checkpunkterna infor den.
       K3-PLANERA-EN-DAG SECTION.

          MOVE ALL "-" TO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          MOVE SPACES TO PLAN-RAD
          STRING "KORDAG " DELIMITED BY SIZE
                 KORDAG DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 PLAN-DAGTYP DELIMITED BY SPACE
                 ")  AFFARSDATUM=" DELIMITED BY SIZE
                 KORDAG DELIMITED BY SIZE
              INTO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          IF PLAN-STOPP
             MOVE "  KORS INTE - NATTEN STANNAR PA EN TIDIGARE KORDAG"
                TO PLAN-RAD
             PERFORM K9-SKRIV-PLANRAD
             EXIT SECTION
          END-IF

          PERFORM R3-PROVA-PERIODLAS

          IF PERIOD-LAST
             MOVE SPACES TO PLAN-RAD
             STRING "  PERIOD " DELIMITED BY SIZE
                    KORDAG-PERIOD DELIMITED BY SIZE
                    " STANGD - KORDAGEN VAGRAS OCH NATTEN STANNAR"
                       DELIMITED BY SIZE
                 INTO PLAN-RAD
             PERFORM K9-SKRIV-PLANRAD
             SET PLAN-STOPP TO TRUE
             EXIT SECTION
          END-IF

          MOVE SPACES TO PLAN-RAD
          STRING "  PERIOD " DELIMITED BY SIZE
                 KORDAG-PERIOD DELIMITED BY SIZE
                 " OPPEN" DELIMITED BY SIZE
              INTO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          IF FORSTA-DAGEN
             MOVE ZERO TO FORSTA-DAGEN-SW
             MOVE SENASTE-STEG TO PLAN-SENASTE-STEG
             PERFORM VARYING STROM-NR FROM 1 BY 1
                UNTIL STROM-NR > ANTAL-STROMMAR
                PERFORM C1-LAS-STROM-CHECKPUNKT
             END-PERFORM
             PERFORM C006-LAS-SPARRAR
          ELSE
             MOVE ZERO TO PLAN-SENASTE-STEG
             PERFORM VARYING STROM-NR FROM 1 BY 1
                UNTIL STROM-NR > ANTAL-STROMMAR
                MOVE ZERO TO STROM-KLAR(STROM-NR)
                MOVE ZERO TO STROM-SPARRAD(STROM-NR)
             END-PERFORM
          END-IF

          PERFORM K3A-LAS-KATALOG

          STRING "  FORE   ./batch/forflyg   MILJON PROVAS - "
                    DELIMITED BY SIZE
                 "UNDERKAND MILJO HALLER NATTEN" DELIMITED BY SIZE
              INTO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD
          STRING "  FORE   ./batch/feedvakt  FLODENA PROVAS - "
                    DELIMITED BY SIZE
                 "SAKNAT FLODE HALLER SIN STROM" DELIMITED BY SIZE
              INTO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          MOVE ZERO TO PLAN-STROM-HALLEN-SW

          PERFORM VARYING STROM-NR FROM 1 BY 1
             UNTIL STROM-NR > ANTAL-STROMMAR
             PERFORM K6-PLANERA-STROM
          END-PERFORM

          PERFORM K7-BERAKNA-STROMSLUT

          PERFORM VARYING STEG-DEF-POS FROM 1 BY 1
             UNTIL STEG-DEF-POS > ANTAL-SLUTSTEG
             PERFORM K8-PLANERA-SLUTSTEG
          END-PERFORM

          MOVE SPACES TO PLAN-RAD
          STRING "  BERAKNAD LOPTID " DELIMITED BY SIZE
                 PLAN-LOPTID DELIMITED BY SIZE
                 " MIN (LANGSTA STROMKEDJAN PLUS SLUTSTEGEN)"
                    DELIMITED BY SIZE
              INTO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          IF PLAN-STROM-HALLEN
             MOVE "  NATTEN STANNAR EFTER STROMMARNA - HALLEN STROM"
                TO PLAN-RAD
             PERFORM K9-SKRIV-PLANRAD
             SET PLAN-STOPP TO TRUE
          END-IF
          .

      *> Generationsfamiljerna for platsen, med hogsta bokforda
      *> generation for kordagen.
       K3A-LAS-KATALOG SECTION.

          MOVE ZERO TO PLAN-FAMILJ-ANTAL
          INITIALIZE SLUT-PA-PLANLASNING-SW

          OPEN INPUT KATALOG-FIL

          IF IND18-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-PLANLASNING
                READ KATALOG-FIL
                      AT END
                         SET SLUT-PA-PLANLASNING TO TRUE
                      NOT AT END
                         IF KAT-PLATS = PLATS-KOD
                               AND KAT-STEM NOT = SPACES
                            PERFORM K3B-TA-KATALOGRAD
                         END-IF
                END-READ
             END-PERFORM

             CLOSE KATALOG-FIL
          END-IF
          .

      *> Filandelsen tas ur det bokforda filnamnet: den star efter
      *> prefix, stam, datum och "_Gnn" - samma byggordning som
      *> GENKAT anvander.
       K3B-TA-KATALOGRAD SECTION.

          PERFORM VARYING PLAN-FAMILJ-POS FROM 1 BY 1
             UNTIL PLAN-FAMILJ-POS > PLAN-FAMILJ-ANTAL
                OR (PK-STEM(PLAN-FAMILJ-POS) = KAT-STEM
                AND PK-PROGRAM(PLAN-FAMILJ-POS) = KAT-PROGRAM)
             CONTINUE
          END-PERFORM

          IF PLAN-FAMILJ-POS > PLAN-FAMILJ-ANTAL
             IF PLAN-FAMILJ-ANTAL = 200
                EXIT SECTION
             END-IF

             ADD 1 TO PLAN-FAMILJ-ANTAL
             MOVE KAT-STEM TO PK-STEM(PLAN-FAMILJ-ANTAL)
             MOVE KAT-PROGRAM TO PK-PROGRAM(PLAN-FAMILJ-ANTAL)
             MOVE ZERO TO PK-GEN(PLAN-FAMILJ-ANTAL)
             MOVE SPACES TO PK-EXT(PLAN-FAMILJ-ANTAL)

             MOVE ZERO TO PLAN-STEM-LANGD
             INSPECT KAT-STEM TALLYING PLAN-STEM-LANGD
                FOR CHARACTERS BEFORE INITIAL SPACE
             COMPUTE PLAN-EXT-POS =
                PLATS-LANGD + PLAN-STEM-LANGD + 13
             IF PLAN-EXT-POS < 41
                MOVE KAT-FILNAMN(PLAN-EXT-POS:)
                   TO PK-EXT(PLAN-FAMILJ-ANTAL)
             END-IF
          END-IF

          IF KAT-DATUM = KORDAG
                AND KAT-GEN > PK-GEN(PLAN-FAMILJ-POS)
             MOVE KAT-GEN TO PK-GEN(PLAN-FAMILJ-POS)
          END-IF
          .

       K4-SKRIV-SIGNATUR SECTION.

          MOVE ALL "-" TO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          MOVE "PLANEN GRANSKAD OCH BATCHEN SLAPPT AV" TO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD
          MOVE SPACES TO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD
          MOVE "  JOURHAVANDE OPERATOR ____________________"
             TO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD
          MOVE SPACES TO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD
          MOVE "  DATUM ________  KLOCKAN ______" TO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD
          .

      *> En strom: dess lage, flodena den vantar pa och - om den
      *> ska koras - varje program i listan.
       K6-PLANERA-STROM SECTION.

          MOVE ZERO TO PS-MINUTER(STROM-NR)
          MOVE STROM-NAMN(STROM-NR) TO PLAN-SOK-NAMN
          PERFORM K6C-SOK-TIDER

          MOVE SPACES TO PLAN-STATUS
          IF STROM-SPARRAD(STROM-NR) = 1
             MOVE "HALLEN - FLODE SAKNAS ENLIGT FEEDVAKTEN"
                TO PLAN-STATUS
             SET PLAN-STROM-HALLEN TO TRUE
          ELSE
          IF STROM-KLAR(STROM-NR) = 1
             MOVE "REDAN GENOMFORD - HOPPAS OVER" TO PLAN-STATUS
          ELSE
          IF STROM-EFTER-2(STROM-NR) NOT = SPACES
             STRING "STARTAR EFTER " DELIMITED BY SIZE
                    STROM-EFTER(STROM-NR) DELIMITED BY SPACE
                    " OCH " DELIMITED BY SIZE
                    STROM-EFTER-2(STROM-NR) DELIMITED BY SPACE
                 INTO PLAN-STATUS
          ELSE
          IF STROM-EFTER(STROM-NR) NOT = SPACES
             STRING "STARTAR EFTER " DELIMITED BY SIZE
                    STROM-EFTER(STROM-NR) DELIMITED BY SPACE
                 INTO PLAN-STATUS
          ELSE
             MOVE "STARTAR VID STROMSTART" TO PLAN-STATUS
          END-IF
          END-IF
          END-IF
          END-IF

          MOVE SPACES TO PLAN-RAD
          STRING "  STROM  " DELIMITED BY SIZE
                 STROM-NAMN(STROM-NR) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 PLAN-STATUS DELIMITED BY "  "
                 "  DEADLINE " DELIMITED BY SIZE
                 PLAN-DEADLINE-X DELIMITED BY SIZE
              INTO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          PERFORM VARYING PLAN-FEED-POS FROM 1 BY 1
             UNTIL PLAN-FEED-POS > PLAN-FEED-ANTAL
             IF PF-STROM(PLAN-FEED-POS) = STROM-NAMN(STROM-NR)
                MOVE SPACES TO PLAN-RAD
                STRING "    INDATA    " DELIMITED BY SIZE
                       PLATS-PREFIX DELIMITED BY SPACE
                       PF-FILNAMN(PLAN-FEED-POS) DELIMITED BY SPACE
                       " (FLODE " DELIMITED BY SIZE
                       PF-NAMN(PLAN-FEED-POS) DELIMITED BY SPACE
                       ", VANTAS " DELIMITED BY SIZE
                       PF-TIDIGAST(PLAN-FEED-POS) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       PF-SENAST(PLAN-FEED-POS) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                    INTO PLAN-RAD
                PERFORM K9-SKRIV-PLANRAD
             END-IF
          END-PERFORM

          IF STROM-SPARRAD(STROM-NR) = 1
                OR STROM-KLAR(STROM-NR) = 1
             EXIT SECTION
          END-IF

          MOVE 1 TO PLAN-PEKARE

          PERFORM UNTIL PLAN-PEKARE > 160
             MOVE SPACES TO PLAN-KOMMANDO
             UNSTRING STROM-KOMMANDO(STROM-NR)
                DELIMITED BY ALL SPACE
                INTO PLAN-KOMMANDO
                WITH POINTER PLAN-PEKARE
             END-UNSTRING

             IF PLAN-KOMMANDO NOT = SPACES
                PERFORM K6A-PLANERA-PROGRAM
             END-IF
          END-PERFORM
          .

      *> Ett program i strommen - stromskalet bokfor det under sitt
      *> basnamn, sa det ar det namnet SLA-tiden och snittiden slas
      *> upp pa.
       K6A-PLANERA-PROGRAM SECTION.

          PERFORM K6B-TA-BASNAMN

          MOVE PLAN-BASNAMN TO PLAN-SOK-NAMN
          PERFORM K6C-SOK-TIDER
          ADD PLAN-SNITT-MIN TO PS-MINUTER(STROM-NR)

          MOVE SPACES TO PLAN-RAD
          STRING "    PROGRAM   " DELIMITED BY SIZE
                 PLAN-KOMMANDO DELIMITED BY "  "
                 "  DEADLINE " DELIMITED BY SIZE
                 PLAN-DEADLINE-X DELIMITED BY SIZE
                 "  SNITT " DELIMITED BY SIZE
                 PLAN-SNITT-X DELIMITED BY SIZE
              INTO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          PERFORM K6D-SKRIV-PROGRAMDETALJ
          .

      *> Basnamnet (som stromskalets ${p##*/}) och programnamnet
      *> i versaler, som parameterleken och generationskatalogen
      *> bar det.
       K6B-TA-BASNAMN SECTION.

          MOVE SPACES TO PLAN-ORD
          UNSTRING PLAN-KOMMANDO DELIMITED BY SPACE
             INTO PLAN-ORD
          END-UNSTRING

          PERFORM VARYING PLAN-POS FROM 40 BY -1
             UNTIL PLAN-POS < 1
                OR PLAN-ORD(PLAN-POS:1) = "/"
             CONTINUE
          END-PERFORM

          MOVE SPACES TO PLAN-BASNAMN
          IF PLAN-POS < 40
             MOVE PLAN-ORD(PLAN-POS + 1:) TO PLAN-BASNAMN
          END-IF

          MOVE FUNCTION UPPER-CASE(PLAN-BASNAMN) TO PLAN-PROGRAM
          .

      *> SLA-deadline och snittid for PLAN-SOK-NAMN. Utan historik
      *> raknas fem minuter, samma antagande som S2-PROJICERA-FONSTER
      *> gor.
       K6C-SOK-TIDER SECTION.

          MOVE "-" TO PLAN-DEADLINE-X

          PERFORM VARYING SLA-POS FROM 1 BY 1
             UNTIL SLA-POS > SLA-ANTAL
             IF SLA-NAMN(SLA-POS) = PLAN-SOK-NAMN
                MOVE SLA-DEADLINE(SLA-POS) TO PLAN-DEADLINE-X
             END-IF
          END-PERFORM

          MOVE 5 TO PLAN-SNITT-MIN
          MOVE "-" TO PLAN-SNITT-X

          PERFORM VARYING SNITT-POS FROM 1 BY 1
             UNTIL SNITT-POS > SNITT-ANTAL
             IF SN-NAMN(SNITT-POS) = PLAN-SOK-NAMN
                   AND SN-ANTAL(SNITT-POS) NOT = ZERO
                COMPUTE PLAN-SNITT-MIN ROUNDED =
                   SN-SUMMA-MIN(SNITT-POS) / SN-ANTAL(SNITT-POS)
                MOVE SPACES TO PLAN-SNITT-X
                STRING PLAN-SNITT-MIN DELIMITED BY SIZE
                       " MIN" DELIMITED BY SIZE
                    INTO PLAN-SNITT-X
             END-IF
          END-PERFORM
          .

      *> Parameterlekens rader for programmet (INFIL ar indata) och
      *> nasta generation av varje familj programmet bokfort.
       K6D-SKRIV-PROGRAMDETALJ SECTION.

          PERFORM VARYING PLAN-DECK-POS FROM 1 BY 1
             UNTIL PLAN-DECK-POS > PLAN-DECK-ANTAL
             IF PP-PROGRAM(PLAN-DECK-POS) = PLAN-PROGRAM
                MOVE SPACES TO PLAN-RAD
                IF PP-NYCKEL(PLAN-DECK-POS) = "INFIL"
                   STRING "      INDATA    " DELIMITED BY SIZE
                          PP-VARDE(PLAN-DECK-POS) DELIMITED BY SPACE
                          " (PARAMETERLEKEN)" DELIMITED BY SIZE
                       INTO PLAN-RAD
                ELSE
                   STRING "      PARAMETER " DELIMITED BY SIZE
                          PP-NYCKEL(PLAN-DECK-POS) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PP-VARDE(PLAN-DECK-POS) DELIMITED BY SIZE
                       INTO PLAN-RAD
                END-IF
                PERFORM K9-SKRIV-PLANRAD
             END-IF
          END-PERFORM

          MOVE ZERO TO PLAN-UTDATA-ANTAL

          PERFORM VARYING PLAN-FAMILJ-POS FROM 1 BY 1
             UNTIL PLAN-FAMILJ-POS > PLAN-FAMILJ-ANTAL
             IF PK-PROGRAM(PLAN-FAMILJ-POS) = PLAN-PROGRAM
                ADD 1 TO PLAN-UTDATA-ANTAL
                COMPUTE PLAN-NASTA-GEN = PK-GEN(PLAN-FAMILJ-POS) + 1
                MOVE SPACES TO PLAN-RAD
                STRING "      UTDATA    " DELIMITED BY SIZE
                       PLATS-PREFIX DELIMITED BY SPACE
                       PK-STEM(PLAN-FAMILJ-POS) DELIMITED BY SPACE
                       KORDAG DELIMITED BY SIZE
                       "_G" DELIMITED BY SIZE
                       PLAN-NASTA-GEN DELIMITED BY SIZE
                       PK-EXT(PLAN-FAMILJ-POS) DELIMITED BY SPACE
                    INTO PLAN-RAD
                PERFORM K9-SKRIV-PLANRAD
             END-IF
          END-PERFORM

          IF PLAN-UTDATA-ANTAL = ZERO
             MOVE "      UTDATA    INGEN GENERATION BOKFORD"
                TO PLAN-RAD
             PERFORM K9-SKRIV-PLANRAD
          END-IF
          .

      *> Varje stroms slut i minuter fran stromstart: egna program
      *> plus den senaste foregangarens slut for en EFTER-strom.
      *> Ett varv per strom racker for den langsta tankbara
      *> kedjan.
       K7-BERAKNA-STROMSLUT SECTION.

          PERFORM VARYING PLAN-VARV FROM 1 BY 1
             UNTIL PLAN-VARV > ANTAL-STROMMAR
             PERFORM VARYING STROM-NR FROM 1 BY 1
                UNTIL STROM-NR > ANTAL-STROMMAR
                MOVE PS-MINUTER(STROM-NR) TO PS-SLUT(STROM-NR)
                MOVE ZERO TO PLAN-FORE-SLUT
                IF STROM-EFTER(STROM-NR) NOT = SPACES
                   PERFORM VARYING STROM-FORE-NR FROM 1 BY 1
                      UNTIL STROM-FORE-NR > ANTAL-STROMMAR
                      IF (STROM-NAMN(STROM-FORE-NR)
                            = STROM-EFTER(STROM-NR)
                          OR STROM-NAMN(STROM-FORE-NR)
                            = STROM-EFTER-2(STROM-NR))
                            AND PS-SLUT(STROM-FORE-NR)
                               > PLAN-FORE-SLUT
                         MOVE PS-SLUT(STROM-FORE-NR)
                            TO PLAN-FORE-SLUT
                      END-IF
                   END-PERFORM
                END-IF
                ADD PLAN-FORE-SLUT TO PS-SLUT(STROM-NR)
             END-PERFORM
          END-PERFORM

          MOVE ZERO TO PLAN-LOPTID

          PERFORM VARYING STROM-NR FROM 1 BY 1
             UNTIL STROM-NR > ANTAL-STROMMAR
             IF PS-SLUT(STROM-NR) > PLAN-LOPTID
                MOVE PS-SLUT(STROM-NR) TO PLAN-LOPTID
             END-IF
          END-PERFORM
          .

      *> Ett slutsteg - hoppas over under huvudcheckpunkten och
      *> kors inte alls efter en hallen strom.
       K8-PLANERA-SLUTSTEG SECTION.

          MOVE SD-KOMMANDO(STEG-DEF-POS) TO PLAN-KOMMANDO
          PERFORM K6B-TA-BASNAMN

          MOVE SVANS-NAMN(STEG-DEF-POS) TO PLAN-SOK-NAMN
          PERFORM K6C-SOK-TIDER

          MOVE SPACES TO PLAN-STATUS
          IF PLAN-STROM-HALLEN
             MOVE "KORS INTE - STROM HALLEN" TO PLAN-STATUS
          ELSE
          IF SD-NR(STEG-DEF-POS) NOT > PLAN-SENASTE-STEG
             MOVE "REDAN GENOMFORT - HOPPAS OVER" TO PLAN-STATUS
          ELSE
             ADD PLAN-SNITT-MIN TO PLAN-LOPTID
          END-IF
          END-IF

          MOVE SPACES TO PLAN-RAD
          STRING "  STEG   " DELIMITED BY SIZE
                 SD-NR(STEG-DEF-POS) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 SD-ETIKETT(STEG-DEF-POS) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 PLAN-KOMMANDO DELIMITED BY "  "
                 "  DEADLINE " DELIMITED BY SIZE
                 PLAN-DEADLINE-X DELIMITED BY SIZE
                 "  SNITT " DELIMITED BY SIZE
                 PLAN-SNITT-X DELIMITED BY SIZE
              INTO PLAN-RAD
          PERFORM K9-SKRIV-PLANRAD

          IF PLAN-STATUS NOT = SPACES
             MOVE SPACES TO PLAN-RAD
             STRING "    " DELIMITED BY SIZE
                    PLAN-STATUS DELIMITED BY SIZE
                 INTO PLAN-RAD
             PERFORM K9-SKRIV-PLANRAD
          ELSE
             PERFORM K6D-SKRIV-PROGRAMDETALJ
          END-IF
          .

       K9-SKRIV-PLANRAD SECTION.

          MOVE PLAN-RAD TO PLAN-REC
          WRITE PLAN-REC
          MOVE SPACES TO PLAN-RAD
          .

      *> Paminnelsetiden for operatorshall ur parameterleken -
      *> ett felaktigt varde stoppar inte natten, standardtiden
      *> galler da.
       B10-LAS-HALLPAMINNELSE SECTION.

          OPEN INPUT PARAMDECK-FIL

          IF IND20-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-DECK
                READ PARAMDECK-FIL
                      AT END
                         SET SLUT-PA-DECK TO TRUE
                      NOT AT END
                         IF PD-PROGRAM = "NATTKORNIN"
                               AND PD-NYCKEL = "HALLPAMINN"
                            IF PD-VARDE(1:6) IS NUMERIC
                                  AND PD-VARDE(1:2) <= "23"
                               MOVE PD-VARDE(1:6)
                                  TO HALL-PAMINN-TID
                            ELSE
                               DISPLAY "Ogiltigt HALLPAMINN i "
                                  "parameterleken: " PD-VARDE
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE PARAMDECK-FIL
          END-IF
          .

      *> Varje pollrunda: vilka lanserade strommar ar hallna just
      *> nu. Ett nytt hall eller ett slapp visas en gang; sa lange
      *> nagot hall star kvar provas paminnelsen och SLA-prognosen
      *> raknas om - den hallna tiden skjuter natten framat.
       H-BEVAKA-HALL SECTION.

          PERFORM H2-LAS-HALLFIL

          PERFORM VARYING STROM-NR FROM 1 BY 1
             UNTIL STROM-NR > ANTAL-STROMMAR

             IF STROM-LANSERAD(STROM-NR) = 1
                   AND STROM-KLAR(STROM-NR) = ZERO
                MOVE STROM-NAMN(STROM-NR) TO HALL-SOK-NAMN
                PERFORM H4-SOK-HALL

                IF HALL-FUNNEN AND STROM-HALLEN(STROM-NR) = ZERO
                   MOVE 1 TO STROM-HALLEN(STROM-NR)
                   DISPLAY "Strom " STROM-NAMN(STROM-NR)
                      ": HALLEN av " HT-OPERATOR(HALL-POS)
                      " - vantar efter pagaende steg"
                   DISPLAY "  Orsak: " HT-ORSAK(HALL-POS)
                END-IF

                IF NOT HALL-FUNNEN AND STROM-HALLEN(STROM-NR) = 1
                   MOVE ZERO TO STROM-HALLEN(STROM-NR)
                   DISPLAY "Strom " STROM-NAMN(STROM-NR)
                      ": slappt - fortsatter"

                   IF STROM-NAMN(STROM-NR) = "dag1"
                      MOVE ZERO TO HB-SEDD-SW
                   END-IF
                END-IF
             END-IF
          END-PERFORM

          IF HALL-ANTAL NOT = ZERO
             PERFORM H3-PAMINN-HALL

             IF SLA-AKTIV
                PERFORM S2-PROJICERA-FONSTER
             END-IF
          END-IF
          .

      *> SLUT haller slutstegen fore nasta steg - huvudcheckpunkten
      *> star pa det senast genomforda, sa aven en avbruten natt
      *> fortsatter darifran. Vantan bokfors i korhistoriken.
       H1-VANTA-VID-SLUTHALL SECTION.

          PERFORM H2-LAS-HALLFIL
          MOVE "SLUT" TO HALL-SOK-NAMN
          PERFORM H4-SOK-HALL

          IF NOT HALL-FUNNEN
             EXIT SECTION
          END-IF

          DISPLAY "Slutstegen HALLNA av " HT-OPERATOR(HALL-POS)
             " - vantar fore steg " STEG-NR
          DISPLAY "  Orsak: " HT-ORSAK(HALL-POS)

          ACCEPT WS-KLOCKA FROM TIME
          MOVE WS-KLOCKA(1:6) TO HALL-START-TID

          PERFORM UNTIL NOT HALL-FUNNEN
             MOVE "sleep 5" TO WS-STEG-CMD
             CALL "SYSTEM" USING WS-STEG-CMD

             PERFORM H2-LAS-HALLFIL
             PERFORM H3-PAMINN-HALL

             IF SLA-AKTIV
                PERFORM S2-PROJICERA-FONSTER
             END-IF

             PERFORM H4-SOK-HALL
          END-PERFORM

          DISPLAY "Slutstegen slappta - fortsatter"

          MOVE "HALL-SLUT" TO HIST-STEG-NAMN
          MOVE HALL-START-TID TO HIST-START
          ACCEPT WS-KLOCKA FROM TIME
          MOVE WS-KLOCKA(1:6) TO HIST-SLUT
          MOVE ZERO TO HIST-RC
          MOVE "HALL" TO HIST-POLICY
          PERFORM Y-SKRIV-STEGHISTORIK
          .

       H2-LAS-HALLFIL SECTION.

          MOVE ZERO TO HALL-ANTAL
          INITIALIZE SLUT-PA-HALL-SW

          OPEN INPUT HALL-FIL

          IF IND21-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-HALL
                READ HALL-FIL
                      AT END
                         SET SLUT-PA-HALL TO TRUE
                      NOT AT END
                         IF HL-NAMN NOT = SPACES
                               AND HALL-ANTAL < 20
                            ADD 1 TO HALL-ANTAL
                            MOVE HL-NAMN TO HT-NAMN(HALL-ANTAL)
                            MOVE HL-OPERATOR
                               TO HT-OPERATOR(HALL-ANTAL)
                            MOVE HL-TID TO HT-TID(HALL-ANTAL)
                            MOVE HL-ORSAK TO HT-ORSAK(HALL-ANTAL)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE HALL-FIL
          END-IF
          .

      *> Ett hall som star kvar vid paminnelsetiden larmas en gang
      *> per natt och namn - operatoren som satte det kan ha gatt
      *> hem.
       H3-PAMINN-HALL SECTION.

          MOVE HALL-PAMINN-TID TO SLA-TID-W
          PERFORM S9-TID-TILL-MINUTER
          MOVE SLA-MIN-1 TO HALL-PAMINN-MIN

          ACCEPT WS-KLOCKA FROM TIME
          MOVE WS-KLOCKA(1:6) TO SLA-TID-W
          PERFORM S9-TID-TILL-MINUTER

          IF SLA-MIN-1 < HALL-PAMINN-MIN
             EXIT SECTION
          END-IF

          PERFORM VARYING HALL-POS FROM 1 BY 1
             UNTIL HALL-POS > HALL-ANTAL

             INITIALIZE PAMINT-FUNNEN-SW
             PERFORM VARYING PAMINT-POS FROM 1 BY 1
                UNTIL PAMINT-POS > PAMINT-ANTAL
                IF PAMINT-NAMN(PAMINT-POS) = HT-NAMN(HALL-POS)
                   SET PAMINT-FUNNEN TO TRUE
                END-IF
             END-PERFORM

             IF NOT PAMINT-FUNNEN AND PAMINT-ANTAL < 20
                ADD 1 TO PAMINT-ANTAL
                MOVE HT-NAMN(HALL-POS) TO PAMINT-NAMN(PAMINT-ANTAL)

                DISPLAY "PAMINNELSE: " HT-NAMN(HALL-POS)
                   " ar fortfarande hallen av " HT-OPERATOR(HALL-POS)
                   " sedan " HT-TID(HALL-POS)

                MOVE "VARN" TO LARM-ALLVAR-HOLDER
                MOVE SPACES TO LARM-TEXT-HOLDER
                STRING "HALL KVAR " DELIMITED BY SIZE
                       HT-NAMN(HALL-POS) DELIMITED BY SPACE
                       " SATT AV " DELIMITED BY SIZE
                       HT-OPERATOR(HALL-POS) DELIMITED BY SPACE
                       " KL " DELIMITED BY SIZE
                       HT-TID(HALL-POS) DELIMITED BY SIZE
                    INTO LARM-TEXT-HOLDER
                PERFORM Y8-SKRIV-LARM
             END-IF
          END-PERFORM
          .

      *> Slar upp HALL-SOK-NAMN i den inlasta hallfilen.
       H4-SOK-HALL SECTION.

          INITIALIZE HALL-FUNNEN-SW

          PERFORM VARYING HALL-POS FROM 1 BY 1
             UNTIL HALL-POS > HALL-ANTAL OR HALL-FUNNEN
             IF HT-NAMN(HALL-POS) = HALL-SOK-NAMN
                SET HALL-FUNNEN TO TRUE
             END-IF
          END-PERFORM

          IF HALL-FUNNEN
             SUBTRACT 1 FROM HALL-POS
          END-IF
          .

       N-AVSLUTA SECTION.

          IF STEG-MISSLYCKADES

      *> Lagger ett larm till den centrala larmfilen - en plats att
      *> titta pa klockan 03:00, med protokoll over vem som sag vad.
      *> Samma EXTEND-med-35-fallback som generationskatalogen.
       Y8-SKRIV-LARM SECTION.

          OPEN EXTEND LARM-FIL
          ACCEPT LARM-KLOCKA FROM TIME
          MOVE LARM-KLOCKA(1:6) TO LC-KLOCKSLAG
          MOVE "NATTKORNIN" TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS
