          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT FLOTTFIL ASSIGN DYNAMIC WS-INPUT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT KORRIDOR-LASFIL ASSIGN DYNAMIC
             WS-KORRIDOR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT HOTSPOT-REGISTER-LASFIL ASSIGN DYNAMIC
             WS-HOTSPOT-REGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT FLOTTLINJE-UNDANTAG-FIL ASSIGN DYNAMIC
             WS-UNDANTAG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT BATREGISTER-LASFIL ASSIGN DYNAMIC
             WS-BATREGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND8-FILESTATUS.

          SELECT FLOTTLINJE-ORDER-FIL ASSIGN DYNAMIC
             WS-ORDER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND9-FILESTATUS.

          SELECT FLOTTLINJE-RAPPORT-FIL ASSIGN DYNAMIC
             WS-RAPPORT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

          SELECT KARTORIGO-LASFIL ASSIGN DYNAMIC
             WS-KARTORIGO-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND11-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD FLOTTFIL.
       01 WS-INPUT PIC X(300).

          05 FL-POSITION-OKANDE PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FL-ANTAL-INLASTA PIC 9(6).
      *> Riskhansynen: positionerna ovan ar de billigaste TILLATNA.
      *> Det fria optimumet och merkostnaden for att undvika HYDROs
      *> sparrade positioner foljer efter - merkostnaden ar noll nar
      *> det fria optimumet redan lag pa saker plats.
          05 FILLER PIC X VALUE SPACE.
          05 FL-FRI-POSITION-FLAT PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FL-MERKOSTNAD-FLAT PIC 9(16).
          05 FILLER PIC X VALUE SPACE.
          05 FL-FRI-POSITION-OKANDE PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FL-MERKOSTNAD-OKANDE PIC 9(16).
          05 FILLER PIC X VALUE SPACE.
          05 FL-ANTAL-SPARRADE PIC 9(5).
      *> Antalet registrerade batar som inte nar respektive modells
      *> motesposition inom sin rackvidd.
          05 FILLER PIC X VALUE SPACE.
          05 FL-UTOM-RACKVIDD-FLAT PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 FL-UTOM-RACKVIDD-OKANDE PIC 9(4).
      *> Antalet motespunkter och den samlade kostnaden over alla
      *> grupper - med en enda punkt samma som kostnaderna ovan.
          05 FILLER PIC X VALUE SPACE.
          05 FL-PUNKTER PIC 9.
          05 FILLER PIC X VALUE SPACE.
          05 FL-KOSTNAD-FLAT-K PIC 9(16).
          05 FILLER PIC X VALUE SPACE.
          05 FL-KOSTNAD-OKANDE-K PIC 9(16).

      *> Kostnadsdetaljen: en rad per besatt position och
      *> taxemodell med antalet batar dar och kostnaden per bat
      *> till den valda malpositionen. Batar som kom in med sub-id
      *> (SUB-rader fran FLOTTLAGE) far en egen rad var med
      *> FD-SUB-ID ifyllt; ovriga batar pa positionen delar en rad
      *> med blankt sub-id - summan av FD-ANTAL-BATAR ar densamma.
       FD FLOTTLINJE-DETALJ-FIL.
       01 FLOTTLINJE-DETALJ-REC.
          05 FD-RUN-DATE PIC 9(8).
          05 FD-ANTAL-BATAR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 FD-KOSTNAD-PER-BAT PIC 9(9).
          05 FILLER PIC X VALUE SPACE.
          05 FD-SUB-ID PIC X(10).

      *> Med flera motespunkter foljer varje grupps positionsrader
      *> av en grupprad: GRUPP i positionens stalle, gruppens
      *> granser, motespunkt, antal batar och kostnad.
       01 FLOTTLINJE-GRUPP-REC.
          05 FG-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 FG-MODELL PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 FG-TAGG PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 FG-GRUPP-NR PIC 9.
          05 FILLER PIC X VALUE SPACE.
          05 FG-FRAN PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FG-TILL PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FG-PUNKT PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FG-ANTAL-BATAR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 FG-KOSTNAD PIC 9(16).

       FD FLOTTLINJE-REJECT-FIL.
       COPY "REJECT-REC.cpy"
                     ==:PREFIX:==   BY ==FJ==
                     ==:RADLANGD:== BY ==40==.

      *> HYDROs korridorextrakt: en rad per djup, en kolumn per
      *> framdrift - S for saker cell, X for osaker. Flottans
      *> positioner ar framdriftsvarden, samma axel som DIVEKOLL
      *> provar korridoren pa.
       FD KORRIDOR-LASFIL.
       01 KORRIDOR-LASFIL-REC PIC X(1000).

      *> Samma postlayout som KARTORIGO-REC i HYDRO: origot som
      *> korridorextraktets kolumner ligger relativt.
       FD KARTORIGO-LASFIL.
       01 KARTORIGO-REC.
          05 KO-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 KO-KARTA-X0 PIC 9(5).
          05 FILLER PIC X.
          05 KO-KARTA-Y0 PIC 9(5).

      *> Samma postlayout som HOTSPOT-REGISTER-REC i HYDRO.
       FD HOTSPOT-REGISTER-LASFIL.
       01 HOTSPOT-REGISTER-REC.
          05 HS-X PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 HS-Y PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 HS-FORST-SEDD PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 HS-SENAST-SEDD PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 HS-ANTAL-GANGER PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 HS-TOPP-ANTAL PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 HS-SVIT PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 HS-NIVA PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 HS-TOPP-INTENSITET PIC 9.

      *> Undantagsposten skrivs i stallet for resultatet nar varje
      *> kandidatposition ar sparrad - da finns ingen mojlig
      *> samlingsplats och flottan ska inte skickas nagonstans.
       FD FLOTTLINJE-UNDANTAG-FIL.
       01 FLOTTLINJE-UNDANTAG-REC.
          05 FU-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 FU-ORSAK PIC X(24).
          05 FILLER PIC X VALUE SPACE.
          05 FU-FRI-POSITION-FLAT PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FU-FRI-POSITION-OKANDE PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FU-MIN-POSITION PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FU-MAX-POSITION PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FU-ANTAL-SPARRADE PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FU-ANTAL-INLASTA PIC 9(6).

      *> Samma postlayout som BATREGISTER-REC i FLOTTREG.
       FD BATREGISTER-LASFIL.
       01 BATREGISTER-REC.
          05 BR-BAT-ID PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 BR-HEMMAHAMN PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 BR-TAXA PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 BR-RACKVIDD PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 BR-DATUM PIC 9(8).

      *> Forflyttningsordrarna: en order per identifierad bat for
      *> den modell ORDERMODELL valt - fran, till, antal steg och
      *> kostnaden med batens egen taxa. Flaggan pekar ut en bat
      *> som inte nar motet inom sin rackvidd, eller en bat som
      *> saknas i batregistret (taxa 1, rackvidd okand).
       FD FLOTTLINJE-ORDER-FIL.
       01 FLOTTLINJE-ORDER-REC.
          05 FO-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 FO-BAT-ID PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 FO-MODELL PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 FO-FRAN PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FO-TILL PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FO-STEG PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FO-KOSTNAD PIC 9(12).
          05 FILLER PIC X VALUE SPACE.
          05 FO-RACKVIDD PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 FO-FLAGGA PIC X(13).

      *> Jamforelsen mellan K motespunkter och en enda: en rad per
      *> taxemodell med bada kostnaderna och besparingen.
       FD FLOTTLINJE-RAPPORT-FIL.
       01 FLOTTLINJE-RAPPORT-REC.
          05 FR-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 FR-MODELL PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 FR-PUNKTER PIC 9.
          05 FILLER PIC X VALUE SPACE.
          05 FR-KOSTNAD-EN PIC 9(16).
          05 FILLER PIC X VALUE SPACE.
          05 FR-KOSTNAD-K PIC 9(16).
          05 FILLER PIC X VALUE SPACE.
          05 FR-BESPARING PIC S9(16) SIGN LEADING SEPARATE.
          05 FILLER PIC X VALUE SPACE.
          05 FR-BESPARING-PROCENT PIC -(3)9,99.

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

       WORKING-STORAGE SECTION.

       01 PDECK-FILESTATUS PIC XX.
          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "GENKAT-PARM.cpy".
       01 POSITION-TABELL.
          05 POSITION-ANTAL PIC 9(6) OCCURS 10000 TIMES.

      *> Taxevikten per position: summan av batarnas taxor dar
      *> (en anonym bat vager 1). Bada optima och alla kostnader
      *> raknas pa vikten - med bara anonyma batar ar vikten
      *> detsamma som antalet.
       01 VIKT-TABELL.
          05 POSITION-VIKT PIC 9(11) OCCURS 10000 TIMES.

       01 ANTAL-BATAR PIC 9(7) VALUE ZERO.
       01 VIKT-SUMMA PIC 9(11) VALUE ZERO.
       01 POSITION-SUMMA PIC 9(15) VALUE ZERO.

       01 POS-W PIC 9(5).
       01 POS-LOOP PIC 9(5).
       01 BASTA-KOSTNAD PIC 9(16).
       01 BASTA-POSITION PIC 9(5).

       01 MEDIAN-KVAR PIC 9(11).
       01 MEDIAN-POSITION PIC 9(5).
       01 MEDEL-POSITION PIC 9(5).
       01 KANDIDAT-NR PIC 9.
       01 KANDIDAT-POS PIC S9(6).

      *> Kostnadsrakningens och detaljens fonster i POSITION-TABELL
      *> (position + 1) - hela axeln utom nar en enskild grupp
      *> raknas.
       01 KOST-FRAN PIC 9(5) VALUE 1.
       01 KOST-TILL PIC 9(5) VALUE 10000.

       01 FLAT-POSITION PIC 9(5).
       01 FLAT-KOSTNAD PIC 9(16).
       01 OKANDE-POSITION PIC 9(5).
       01 MODELL-W PIC X(6).
       01 MAL-POSITION PIC 9(5).

      *> Riskhansynen: en position ar sparrad nar HYDROs
      *> korridorextrakt har ett X i dess kolumn pa nagot djup
      *> (flottan ska inte ligga ovanpa en aktiv skorsten) eller
      *> nar hotspotregistret har en hotspot med niva over noll pa
      *> den. Kandidaterna ar positionerna mellan flottans yttersta
      *> batar - utanfor dem blir varje position dyrare for alla -
      *> och bada modellernas kostnad ar konvex i positionen, sa den
      *> billigaste tillatna ligger alltid narmast det fria
      *> optimumet pa nagon sida.
       01 SPARR-TABELL.
          05 SPARRAD-POSITION PIC 9 OCCURS 10000 TIMES.

       01 ANTAL-SPARRADE PIC 9(5) VALUE ZERO.
       01 WS-KORRIDOR-FILENAME PIC X(100).
       01 KORRIDOR-KOL PIC 9(5).
       01 ANTAL-KORRIDORRADER PIC 9(4) VALUE ZERO.
       01 ANTAL-HOTSPOTS PIC 9(5) VALUE ZERO.
       01 WS-KARTORIGO-FILENAME PIC X(40).
       01 KARTA-X0 PIC 9(5) VALUE ZERO.
       01 HOTSPOT-POSITION PIC 9(5).

       01 SLUT-PA-KORRIDOR-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-KORRIDOR VALUE 1.
       01 SLUT-PA-HOTSPOTS-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-HOTSPOTS VALUE 1.

       01 MIN-POSITION PIC 9(5).
       01 MAX-POSITION PIC 9(5).
       01 FRI-POSITION PIC 9(5).
       01 FRI-KOSTNAD PIC 9(16).
       01 VANSTER-POSITION PIC 9(5).
       01 HOGER-POSITION PIC 9(5).
       01 VANSTER-FUNNEN-SW PIC 9.
          88 VANSTER-FUNNEN VALUE 1.
       01 HOGER-FUNNEN-SW PIC 9.
          88 HOGER-FUNNEN VALUE 1.

       01 FRI-FLAT-POSITION PIC 9(5).
       01 FRI-FLAT-KOSTNAD PIC 9(16).
       01 FRI-OKANDE-POSITION PIC 9(5).
       01 FRI-OKANDE-KOSTNAD PIC 9(16).

       01 ALLA-SPARRADE-SW PIC 9 VALUE ZERO.
          88 ALLA-SPARRADE VALUE 1.

       01 WS-UNDANTAG-FILENAME PIC X(40).

      *> Flerpunktslaget: med PUNKTER = K over 1 delas flottan i K
      *> sammanhangande grupper langs axeln och varje grupp far sin
      *> egen motespunkt. Indelningen ar exakt - dynamisk
      *> programmering over de besatta positionerna (PT-), med
      *> prefixsummor av vikt, vikt*position och vikt*position i
      *> kvadrat sa att en grupps kostnad under bada modellerna
      *> raknas utan att ga igenom gruppen. DP-KOSTNAD(k, j) ar
      *> lagsta kostnaden for de j forsta positionerna i k grupper,
      *> DP-START var den sista gruppen borjar.
       01 MOTESPUNKTER PIC 9 VALUE 1.
       01 EFFEKTIVA-PUNKTER PIC 9 VALUE 1.

       01 PUNKT-ANTAL PIC 9(5) VALUE ZERO.

       01 PUNKT-TABELL.
          05 PUNKT-RAD OCCURS 10000 TIMES.
             10 PT-X PIC 9(4).

      *> PF-xxx(n + 1) ar summan over de n forsta punkterna.
       01 PREFIX-TABELL.
          05 PREFIX-RAD OCCURS 10001 TIMES.
             10 PF-VIKT PIC 9(11).
             10 PF-SUMMA PIC 9(15).
             10 PF-KVADRAT PIC 9(18).
             10 PF-ANTAL PIC 9(7).

       01 DP-TABELL.
          05 DP-LAGER OCCURS 9 TIMES.
             10 DP-CELL OCCURS 10000 TIMES.
                15 DP-KOSTNAD PIC 9(16).
                15 DP-START PIC 9(5).

       01 DP-K PIC 99.
       01 DP-KAND PIC 9(16).
       01 DP-BASTA PIC 9(16).
       01 DP-BASTA-I PIC 9(5).

      *> Varje lager fylls genom delning: for mittpunkten i ett
      *> intervall av slutpunkter provas bara startpunkterna
      *> mellan grannintervallens basta starter, eftersom den
      *> basta starten aldrig flyttas at vanster nar slutpunkten
      *> flyttas at hoger. Intervallen som vantar ligger i
      *> DELNING-STACK.
       01 DELNING-STACK.
          05 DELNING-RAD OCCURS 40 TIMES.
             10 DS-FRAN PIC 9(5).
             10 DS-TILL PIC 9(5).
             10 DS-START-FRAN PIC 9(5).
             10 DS-START-TILL PIC 9(5).

       01 DS-TOPP PIC 99.
       01 DS-MITT PIC 9(5).
       01 DS-FRAN-W PIC 9(5).
       01 DS-TILL-W PIC 9(5).
       01 DS-START-FRAN-W PIC 9(5).
       01 DS-START-TILL-W PIC 9(5).
       01 DS-SISTA-START PIC 9(5).

      *> Grupperna per modell: 1 = FLAT, 2 = OKANDE.
       01 GRUPP-TABELL.
          05 GRUPP-MODELL OCCURS 2 TIMES.
             10 GRUPP-RAD OCCURS 9 TIMES.
                15 GR-FRAN PIC 9(5).
                15 GR-TILL PIC 9(5).
                15 GR-PUNKT PIC 9(5).
                15 GR-ANTAL PIC 9(6).
                15 GR-KOSTNAD PIC 9(16).

       01 MODELL-NR PIC 9.
       01 GRUPP-NR PIC 99.
       01 K-KOSTNAD-FLAT PIC 9(16).
       01 K-KOSTNAD-OKANDE PIC 9(16).
       01 K-KOSTNAD-W PIC 9(16).

      *> Segmentet SEG-I..SEG-J (index i PUNKT-TABELL) och dess
      *> pekare: SEG-M for vagda medianen, SEG-Q for sista punkten
      *> pa eller till vanster om medelvardet. Bada sokes binart
      *> mellan SOK-LAG och SOK-HOG.
       01 SEG-I PIC 9(5).
       01 SEG-J PIC 9(5).
       01 SEG-M PIC 9(5).
       01 SEG-Q PIC 9(5).
       01 SEG-VIKT PIC 9(11).
       01 SEG-KVAR PIC 9(11).
       01 SEG-SUMMA PIC 9(15).
       01 SEG-MEDEL PIC 9(5).
       01 SEG-PUNKT PIC 9(5).
       01 SEG-KOSTNAD PIC 9(16).
       01 SOK-LAG PIC 9(5).
       01 SOK-HOG PIC 9(5).
       01 SOK-MITT PIC 9(5).

       01 KAND-P PIC S9(6).
       01 KAND-Q PIC 9(5).
       01 KAND-NR PIC 9.
       01 KAND-VL PIC S9(18).
       01 KAND-SL PIC S9(18).
       01 KAND-VR PIC S9(18).
       01 KAND-SR PIC S9(18).
       01 KAND-ABS PIC S9(18).
       01 KAND-KVADRAT PIC S9(18).
       01 KAND-KOSTNAD PIC S9(18).

       01 FLERPUNKT-SW PIC 9 VALUE ZERO.
          88 FLERPUNKT VALUE 1.

       01 WS-RAPPORT-FILENAME PIC X(40).
       01 RAPPORT-KOSTNAD-EN PIC 9(16).
       01 RAPPORT-KOSTNAD-K PIC 9(16).
       01 RAPPORT-BESPARING PIC S9(16).
       01 RAPPORT-PROCENT PIC S9(3)V99.

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-TEXT-HOLDER PIC X(40).
       01 LARM-KLOCKA PIC 9(8).

      *> Nattkorningen ger FLOTTLINJE inget argument: da lases
      *> FLOTTLAGEs fil over kvallens DIVE2-slutpositioner om den
      *> finns, annars den handlagda input.txt som forut. Argument
      *> och deckets INFIL gar fore.
       01 INFIL-VALD-SW PIC 9 VALUE ZERO.
          88 INFIL-VALD VALUE 1.

      *> Subbarna som kom in via SUB-rader ("SUB <sub-id> <pos>"),
      *> for detaljfilens sub-id.
       01 SUB-ANTAL PIC 9(3) VALUE ZERO.

       01 SUB-TABELL.
          05 SUB-RAD OCCURS 500 TIMES.
             10 SB-SUB-ID PIC X(10).
             10 SB-POSITION PIC 9(5).
             10 SB-TAXA PIC 9(5).
             10 SB-RACKVIDD PIC 9(5).
             10 SB-REGISTRERAD-SW PIC 9.
                88 SB-REGISTRERAD VALUE 1.

      *> Batregistret (FLOTTREGs flottregister.txt): sub-id:t pa
      *> en SUB-rad ar batens id. En registrerad bat kostar sin
      *> egen taxa per steg, och en SUB-rad utan position utgar
      *> fran batens hemmahamn. Utan register ar varje bat en
      *> taxa-1-bat som forut.
       01 BAT-ANTAL PIC 9(4) VALUE ZERO.

       01 BAT-TABELL.
          05 BAT-RAD OCCURS 500 TIMES.
             10 BT-BAT-ID PIC X(10).
             10 BT-HEMMAHAMN PIC 9(4).
             10 BT-TAXA PIC 9(5).
             10 BT-RACKVIDD PIC 9(5).

       01 BAT-POS PIC 9(4).
       01 BAT-FUNNEN-SW PIC 9.
          88 BAT-FUNNEN VALUE 1.
       01 SLUT-PA-BATREGISTER-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-BATREGISTER VALUE 1.
       01 BAT-TAXA PIC 9(5).

      *> Ordrarna skrivs for en modell - FLAT om inte decket
      *> sager OKANDE. Rackvidden provas for bada.
       01 ORDERMODELL PIC X(6) VALUE "FLAT".
       01 WS-ORDER-FILENAME PIC X(40).
       01 ORDER-STEG PIC 9(5).
       01 ORDER-KOSTNAD PIC 9(12).
       01 ANTAL-ORDRAR PIC 9(4) VALUE ZERO.
       01 ANTAL-OREGISTRERADE PIC 9(4) VALUE ZERO.
       01 UTOM-RACKVIDD-FLAT PIC 9(4) VALUE ZERO.
       01 UTOM-RACKVIDD-OKANDE PIC 9(4) VALUE ZERO.
       01 UTOM-RACKVIDD-ORDER PIC 9(4) VALUE ZERO.

       01 SUB-NR PIC 9(3).
       01 ANTAL-MARKTA PIC 9(6).

       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-INPUT-FILENAME PIC X(100).
       01 WS-RESULT-FILENAME PIC X(40).
       01 WS-DETALJ-FILENAME PIC X(40).
       01 WS-REJECT-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-HOTSPOT-REGISTER-FILENAME PIC X(40).
       01 WS-BATREGISTER-FILENAME PIC X(40).

       01 LINJE-NR PIC 9(6) VALUE ZERO.
       01 ANTAL-FEL PIC 9(6) VALUE ZERO.
       01 FJ-ORSAK-HOLDER PIC X(20).
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

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).
          PERFORM C-RAKNA-IN UNTIL END-OF-FILE
          PERFORM CZ-KONTROLLERA-ANTAL
          PERFORM D-OPTIMERA

          IF MOTESPUNKTER > 1
             PERFORM E-FLERPUNKT
          END-IF

          PERFORM D2-SKRIV-DETALJ
          PERFORM D7-SKRIV-ORDER
          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

          INITIALIZE POSITION-TABELL
          INITIALIZE VIKT-TABELL

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-INPUT-FILENAME
          END-ACCEPT

          IF WS-INPUT-FILENAME NOT = SPACES
             SET INFIL-VALD TO TRUE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
          COPY "PLATS-LAS.cpy".

          PERFORM B0-LAS-PARAMETERDECK

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

          MOVE SPACES TO WS-HOTSPOT-REGISTER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "hydro_hotspots.txt" DELIMITED BY SIZE
              INTO WS-HOTSPOT-REGISTER-FILENAME

          MOVE SPACES TO WS-KARTORIGO-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "hydro_kartorigo.txt" DELIMITED BY SIZE
              INTO WS-KARTORIGO-FILENAME

          MOVE SPACES TO WS-BATREGISTER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "flottregister.txt" DELIMITED BY SIZE
              INTO WS-BATREGISTER-FILENAME

          IF NOT INFIL-VALD
             MOVE SPACES TO WS-INPUT-FILENAME
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    "flottlinje_indata_" DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                 INTO WS-INPUT-FILENAME

             OPEN INPUT FLOTTFIL

             IF IND1-FILESTATUS = "00"
                CLOSE FLOTTFIL
                DISPLAY "Flottans lagen fran DIVE2: "
                   WS-INPUT-FILENAME
             ELSE
                MOVE SPACES TO WS-INPUT-FILENAME
                STRING PLATS-PREFIX DELIMITED BY SPACE
                       "input.txt" DELIMITED BY SIZE
                    INTO WS-INPUT-FILENAME
             END-IF
          END-IF

          PERFORM B5-LASA-KORRIDOR
          PERFORM B6-LASA-HOTSPOTS
          PERFORM B7-LASA-BATREGISTER

          MOVE "NY " TO GK-FUNKTION
          MOVE "FLOTTLINJE" TO GK-PROGRAM
          MOVE "flottlinje_result_" TO GK-STEM
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-DETALJ-FILENAME

          MOVE "NY " TO GK-FUNKTION
          MOVE "FLOTTLINJE" TO GK-PROGRAM
          MOVE "flottlinje_order_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-ORDER-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "flottlinje_rejects_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-REJECT-FILENAME
          END-PERFORM
          .

      *> Laser dagens korridorextrakt fran HYDRO om det finns och
      *> sparrar varje framdrift som har ett X pa nagot djup. Utan
      *> extrakt ar korridorsparren avstangd - samma hallning som
      *> DIVEKOLLs korridorkontroll - men ett VARN-larm talar om
      *> for operatoren att motet planerats utan sparren.
       B5-LASA-KORRIDOR SECTION.

          MOVE SPACES TO WS-KORRIDOR-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "hydro_korridor_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-KORRIDOR-FILENAME

          OPEN INPUT KORRIDOR-LASFIL

          IF IND5-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-KORRIDOR
                READ KORRIDOR-LASFIL
                      AT END
                         SET SLUT-PA-KORRIDOR TO TRUE
                      NOT AT END
                         ADD 1 TO ANTAL-KORRIDORRADER
                         PERFORM VARYING KORRIDOR-KOL FROM 1 BY 1
                            UNTIL KORRIDOR-KOL > 1000
                            IF KORRIDOR-LASFIL-REC(KORRIDOR-KOL:1)
                                  = "X"
                                  AND SPARRAD-POSITION(KORRIDOR-KOL)
                                  = ZERO
                               MOVE 1
                                  TO SPARRAD-POSITION(KORRIDOR-KOL)
                               ADD 1 TO ANTAL-SPARRADE
                            END-IF
                         END-PERFORM
                END-READ
             END-PERFORM

             CLOSE KORRIDOR-LASFIL

             DISPLAY "Korridorextrakt last: " ANTAL-KORRIDORRADER
                " rader (" WS-KORRIDOR-FILENAME(1:30) ")"
          ELSE
             DISPLAY "Inget korridorextrakt - korridorsparren "
                "ar avstangd"

             MOVE "VARN" TO LARM-ALLVAR-HOLDER
             MOVE "INGET KORRIDOREXTRAKT - SPARR AVSTANGD"
                TO LARM-TEXT-HOLDER
             PERFORM Y8-SKRIV-LARM
          END-IF
          .

      *> Laser HYDROs hotspotregister och sparrar positionen under
      *> varje hotspot som fortfarande har en niva over noll.
      *> Hotspotens X ar absolut, medan flottans positioner (och
      *> korridorens kolumner) ligger relativt kartfonstrets origo -
      *> origot dras darfor av. En hotspot utanfor flottans axel
      *> (fore origo eller over 9999 efter det) berors inte.
       B6-LASA-HOTSPOTS SECTION.

          PERFORM B6A-LASA-KARTORIGO

          OPEN INPUT HOTSPOT-REGISTER-LASFIL

          IF IND6-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-HOTSPOTS
                READ HOTSPOT-REGISTER-LASFIL
                      AT END
                         SET SLUT-PA-HOTSPOTS TO TRUE
                      NOT AT END
                         IF HS-X IS NUMERIC AND HS-NIVA IS NUMERIC
                               AND HS-NIVA > ZERO
                               AND HS-X >= KARTA-X0
                               AND HS-X - KARTA-X0 <= 9999
                            ADD 1 TO ANTAL-HOTSPOTS
                            COMPUTE HOTSPOT-POSITION = HS-X - KARTA-X0
                            IF SPARRAD-POSITION(HOTSPOT-POSITION + 1)
                                  = ZERO
                               MOVE 1 TO
                                  SPARRAD-POSITION(HOTSPOT-POSITION + 1)
                               ADD 1 TO ANTAL-SPARRADE
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE HOTSPOT-REGISTER-LASFIL

             DISPLAY "Aktiva hotspots pa flottans axel: "
                ANTAL-HOTSPOTS
          END-IF

          IF ANTAL-SPARRADE NOT = ZERO
             DISPLAY "Sparrade positioner: " ANTAL-SPARRADE
          END-IF
          .

      *> Origot HYDRO senast korde med. Saknas filen ligger
      *> kartfonstret i origo noll, HYDROs standard.
       B6A-LASA-KARTORIGO SECTION.

          OPEN INPUT KARTORIGO-LASFIL

          IF IND11-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          READ KARTORIGO-LASFIL
             AT END
                CONTINUE
             NOT AT END
                IF KO-KARTA-X0 IS NUMERIC
                   MOVE KO-KARTA-X0 TO KARTA-X0
                END-IF
          END-READ

          CLOSE KARTORIGO-LASFIL
          .

      *> Laser batregistret om det finns. Utan register kostar
      *> varje bat taxa 1 och ingen rackvidd provas.
       B7-LASA-BATREGISTER SECTION.

          OPEN INPUT BATREGISTER-LASFIL

          IF IND8-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-BATREGISTER
                READ BATREGISTER-LASFIL
                      AT END
                         SET SLUT-PA-BATREGISTER TO TRUE
                      NOT AT END
                         IF BAT-ANTAL = 500
                            DISPLAY "Avbryter - fler an 500 "
                               "batar i batregistret"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                         END-IF

                         ADD 1 TO BAT-ANTAL
                         MOVE BR-BAT-ID TO BT-BAT-ID(BAT-ANTAL)
                         MOVE BR-HEMMAHAMN
                            TO BT-HEMMAHAMN(BAT-ANTAL)
                         MOVE BR-TAXA TO BT-TAXA(BAT-ANTAL)
                         MOVE BR-RACKVIDD
                            TO BT-RACKVIDD(BAT-ANTAL)
                END-READ
             END-PERFORM

             CLOSE BATREGISTER-LASFIL

             DISPLAY "Batregistret last: " BAT-ANTAL " batar"
          END-IF
          .

      *> Raknar in en positionsrad: varje kommaseparerad token ar
      *> en bats position 0-9999. En rad med en enda ogiltig token
      *> avvisas i sin helhet. En SUB-rad bar en enda bat med sitt
      *> sub-id.
       C-RAKNA-IN SECTION.

          INITIALIZE RAD-OGILTIG-SW
          INITIALIZE RAD-SLUT-SW
          MOVE 1 TO TOKEN-PEKARE
          MOVE "OGILTIG POSITION" TO FJ-ORSAK-HOLDER

          IF WS-INPUT(1:4) = "SUB "
             PERFORM C3-TOLKA-SUBRAD
          ELSE
             PERFORM UNTIL RAD-SLUT OR RAD-OGILTIG

                MOVE SPACES TO TOKEN-X

                UNSTRING WS-INPUT
                   DELIMITED BY ',' OR ' '
                   INTO TOKEN-X
                   COUNT IN TOKEN-ANTAL
                   WITH POINTER TOKEN-PEKARE
                END-UNSTRING

                IF TOKEN-ANTAL = 0 OR TOKEN-X = SPACES
                   SET RAD-SLUT TO TRUE
                ELSE
                   PERFORM C2-PROVA-TOKEN
                END-IF

                IF TOKEN-PEKARE > 300
                   SET RAD-SLUT TO TRUE
                END-IF
             END-PERFORM
          END-IF

          IF RAD-OGILTIG
             PERFORM C1-SKRIV-REJECT
          ELSE
             ADD 1 TO ANTAL-BEHANDLADE
             MOVE TOKEN-X(1:TOKEN-LANGD) TO POS-W

             ADD 1 TO POSITION-ANTAL(POS-W + 1)
             ADD 1 TO POSITION-VIKT(POS-W + 1)
             ADD 1 TO ANTAL-BATAR
             ADD 1 TO VIKT-SUMMA
             ADD POS-W TO POSITION-SUMMA
          END-IF
          .

      *> En SUB-rad: "SUB " + sub-id (10) + blank + position med
      *> fyra siffror - FLOTTLAGEs FLOTTINDATA-REC. Sub-id:t ar
      *> batens id i batregistret; en registrerad bat far lamna
      *> positionen blank och utgar da fran sin hemmahamn.
       C3-TOLKA-SUBRAD SECTION.

          IF WS-INPUT(5:10) = SPACES
                OR WS-INPUT(15:1) NOT = SPACE
                OR (WS-INPUT(16:4) IS NOT NUMERIC
                    AND WS-INPUT(16:4) NOT = SPACES)
                OR WS-INPUT(20:1) NOT = SPACE
             SET RAD-OGILTIG TO TRUE
          ELSE
             IF SUB-ANTAL = 500
                DISPLAY "Subtabellen ar full - " WS-INPUT(5:10)
                   " avvisas"
                SET RAD-OGILTIG TO TRUE
             ELSE
                PERFORM C4-SOK-BAT

                IF WS-INPUT(16:4) = SPACES AND NOT BAT-FUNNEN
                   MOVE "OKAND BAT" TO FJ-ORSAK-HOLDER
                   SET RAD-OGILTIG TO TRUE
                END-IF
             END-IF
          END-IF

          IF NOT RAD-OGILTIG
             IF WS-INPUT(16:4) = SPACES
                MOVE BT-HEMMAHAMN(BAT-POS) TO POS-W
             ELSE
                MOVE WS-INPUT(16:4) TO POS-W
             END-IF

             ADD 1 TO SUB-ANTAL
             MOVE WS-INPUT(5:10) TO SB-SUB-ID(SUB-ANTAL)
             MOVE POS-W TO SB-POSITION(SUB-ANTAL)

             IF BAT-FUNNEN
                MOVE BT-TAXA(BAT-POS) TO SB-TAXA(SUB-ANTAL)
                MOVE BT-RACKVIDD(BAT-POS)
                   TO SB-RACKVIDD(SUB-ANTAL)
                MOVE 1 TO SB-REGISTRERAD-SW(SUB-ANTAL)
             ELSE
                MOVE 1 TO SB-TAXA(SUB-ANTAL)
                MOVE ZERO TO SB-RACKVIDD(SUB-ANTAL)
                MOVE ZERO TO SB-REGISTRERAD-SW(SUB-ANTAL)
             END-IF

             MOVE SB-TAXA(SUB-ANTAL) TO BAT-TAXA

             ADD 1 TO POSITION-ANTAL(POS-W + 1)
             ADD BAT-TAXA TO POSITION-VIKT(POS-W + 1)
             ADD 1 TO ANTAL-BATAR
             ADD BAT-TAXA TO VIKT-SUMMA
             COMPUTE POSITION-SUMMA =
                POSITION-SUMMA + POS-W * BAT-TAXA
          END-IF
          .

      *> Soker radens sub-id i batregistret - BAT-POS pekar pa
      *> raden nar baten finns.
       C4-SOK-BAT SECTION.

          INITIALIZE BAT-FUNNEN-SW

          PERFORM VARYING BAT-POS FROM 1 BY 1
             UNTIL BAT-POS > BAT-ANTAL OR BAT-FUNNEN
             IF BT-BAT-ID(BAT-POS) = WS-INPUT(5:10)
                SET BAT-FUNNEN TO TRUE
                SUBTRACT 1 FROM BAT-POS
             END-IF
          END-PERFORM
          .

       C1-SKRIV-REJECT SECTION.

          IF ANTAL-FEL = ZERO
             STOP RUN
          END-IF

          COMPUTE MEDIAN-KVAR = (VIKT-SUMMA + 1) / 2
          MOVE ZERO TO MEDIAN-POSITION

          PERFORM VARYING POS-LOOP FROM 1 BY 1
             UNTIL POS-LOOP > 10000 OR MEDIAN-KVAR = ZERO

             IF POSITION-VIKT(POS-LOOP) >= MEDIAN-KVAR
                COMPUTE MEDIAN-POSITION = POS-LOOP - 1
                MOVE ZERO TO MEDIAN-KVAR
             ELSE
                SUBTRACT POSITION-VIKT(POS-LOOP)
                   FROM MEDIAN-KVAR
             END-IF
          END-PERFORM
          MOVE KOSTNAD-W TO FLAT-KOSTNAD

          COMPUTE MEDEL-POSITION ROUNDED =
             POSITION-SUMMA / VIKT-SUMMA

          MOVE "OKANDE" TO MODELL-W
          MOVE 9999999999999999 TO BASTA-KOSTNAD
          MOVE BASTA-POSITION TO OKANDE-POSITION
          MOVE BASTA-KOSTNAD TO OKANDE-KOSTNAD

          MOVE FLAT-POSITION TO FRI-FLAT-POSITION
          MOVE FLAT-KOSTNAD TO FRI-FLAT-KOSTNAD
          MOVE OKANDE-POSITION TO FRI-OKANDE-POSITION
          MOVE OKANDE-KOSTNAD TO FRI-OKANDE-KOSTNAD

          IF ANTAL-SPARRADE NOT = ZERO
             PERFORM D5-UNDVIK-SPARRAR
          END-IF

          IF ALLA-SPARRADE
             PERFORM DU-SKRIV-UNDANTAG
          END-IF

          DISPLAY "FLAT: position " FLAT-POSITION
             " kostnad " FLAT-KOSTNAD
          DISPLAY "OKANDE: position " OKANDE-POSITION
             " kostnad " OKANDE-KOSTNAD

          .

      *> Totalkostnaden till MAL-POSITION under MODELL-W: flat ar
      *> avstandet rakt av, okande ar avstandets triangeltal
      *> (1+2+...+n), raknat en gang per besatt position och
      *> multiplicerat med positionens taxevikt.
       D1-KOSTNADSRAKNA SECTION.

          MOVE ZERO TO KOSTNAD-W

          PERFORM VARYING POS-LOOP FROM KOST-FRAN BY 1
             UNTIL POS-LOOP > KOST-TILL

             IF POSITION-ANTAL(POS-LOOP) NOT = ZERO
                IF POS-LOOP - 1 > MAL-POSITION
                END-IF

                COMPUTE KOSTNAD-W = KOSTNAD-W
                   + STEG-KOSTNAD * POSITION-VIKT(POS-LOOP)
             END-IF
          END-PERFORM
          .

      *> Flyttar varje modells optimum till den billigaste tillatna
      *> positionen mellan flottans yttersta batar. Ar hela det
      *> spannet sparrat finns ingen samlingsplats alls.
       D5-UNDVIK-SPARRAR SECTION.

          PERFORM VARYING POS-LOOP FROM 1 BY 1
             UNTIL POSITION-ANTAL(POS-LOOP) NOT = ZERO
             CONTINUE
          END-PERFORM
          COMPUTE MIN-POSITION = POS-LOOP - 1

          PERFORM VARYING POS-LOOP FROM 10000 BY -1
             UNTIL POSITION-ANTAL(POS-LOOP) NOT = ZERO
             CONTINUE
          END-PERFORM
          COMPUTE MAX-POSITION = POS-LOOP - 1

          MOVE "FLAT" TO MODELL-W
          MOVE FRI-FLAT-POSITION TO FRI-POSITION
          MOVE FRI-FLAT-KOSTNAD TO FRI-KOSTNAD
          PERFORM D6-SOK-TILLATEN

          IF NOT ALLA-SPARRADE
             MOVE MAL-POSITION TO FLAT-POSITION
             MOVE KOSTNAD-W TO FLAT-KOSTNAD

             MOVE "OKANDE" TO MODELL-W
             MOVE FRI-OKANDE-POSITION TO FRI-POSITION
             MOVE FRI-OKANDE-KOSTNAD TO FRI-KOSTNAD
             PERFORM D6-SOK-TILLATEN

             MOVE MAL-POSITION TO OKANDE-POSITION
             MOVE KOSTNAD-W TO OKANDE-KOSTNAD
          END-IF

          IF FLAT-POSITION NOT = FRI-FLAT-POSITION
             DISPLAY "FLAT: fritt optimum " FRI-FLAT-POSITION
                " ar sparrat - flyttat till " FLAT-POSITION
          END-IF

          IF OKANDE-POSITION NOT = FRI-OKANDE-POSITION
             DISPLAY "OKANDE: fritt optimum " FRI-OKANDE-POSITION
                " ar sparrat - flyttat till " OKANDE-POSITION
          END-IF
          .

      *> Soker narmaste tillatna position pa vardera sidan om
      *> FRI-POSITION inom spannet och valjer den billigaste av dem
      *> under MODELL-W (lika kostnad ger den lagre positionen).
      *> Svaret lamnas i MAL-POSITION och KOSTNAD-W.
       D6-SOK-TILLATEN SECTION.

          IF SPARRAD-POSITION(FRI-POSITION + 1) = ZERO
             MOVE FRI-POSITION TO MAL-POSITION
             MOVE FRI-KOSTNAD TO KOSTNAD-W
          ELSE
             INITIALIZE VANSTER-FUNNEN-SW
             INITIALIZE HOGER-FUNNEN-SW
             MOVE FRI-POSITION TO VANSTER-POSITION
             MOVE FRI-POSITION TO HOGER-POSITION

             PERFORM UNTIL VANSTER-FUNNEN
                   OR VANSTER-POSITION <= MIN-POSITION
                SUBTRACT 1 FROM VANSTER-POSITION
                IF SPARRAD-POSITION(VANSTER-POSITION + 1) = ZERO
                   SET VANSTER-FUNNEN TO TRUE
                END-IF
             END-PERFORM

             PERFORM UNTIL HOGER-FUNNEN
                   OR HOGER-POSITION >= MAX-POSITION
                ADD 1 TO HOGER-POSITION
                IF SPARRAD-POSITION(HOGER-POSITION + 1) = ZERO
                   SET HOGER-FUNNEN TO TRUE
                END-IF
             END-PERFORM

             EVALUATE TRUE
                WHEN NOT VANSTER-FUNNEN AND NOT HOGER-FUNNEN
                   SET ALLA-SPARRADE TO TRUE
                WHEN VANSTER-FUNNEN AND HOGER-FUNNEN
                   MOVE HOGER-POSITION TO MAL-POSITION
                   PERFORM D1-KOSTNADSRAKNA
                   MOVE KOSTNAD-W TO BASTA-KOSTNAD
                   MOVE VANSTER-POSITION TO MAL-POSITION
                   PERFORM D1-KOSTNADSRAKNA
                   IF KOSTNAD-W > BASTA-KOSTNAD
                      MOVE HOGER-POSITION TO MAL-POSITION
                      MOVE BASTA-KOSTNAD TO KOSTNAD-W
                   END-IF
                WHEN VANSTER-FUNNEN
                   MOVE VANSTER-POSITION TO MAL-POSITION
                   PERFORM D1-KOSTNADSRAKNA
                WHEN OTHER
                   MOVE HOGER-POSITION TO MAL-POSITION
                   PERFORM D1-KOSTNADSRAKNA
             END-EVALUATE
          END-IF
          .

      *> Varje kandidat ar sparrad: undantagsposten skrivs i stallet
      *> for resultat- och detaljfilen, ett kritiskt larm gar till
      *> larmcentralen och korningen slutar med returkod 1 - hellre
      *> ingen plan an en samlingsplats ovanpa en aktiv skorsten.
       DU-SKRIV-UNDANTAG SECTION.

          MOVE "NY " TO GK-FUNKTION
          MOVE "FLOTTLINJE" TO GK-PROGRAM
          MOVE "flottlinje_undantag_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-UNDANTAG-FILENAME

          OPEN OUTPUT FLOTTLINJE-UNDANTAG-FIL

          MOVE SPACES TO FLOTTLINJE-UNDANTAG-REC
          MOVE WS-RUN-DATE TO FU-RUN-DATE
          MOVE "ALLA KANDIDATER SPARRADE" TO FU-ORSAK
          MOVE FRI-FLAT-POSITION TO FU-FRI-POSITION-FLAT
          MOVE FRI-OKANDE-POSITION TO FU-FRI-POSITION-OKANDE
          MOVE MIN-POSITION TO FU-MIN-POSITION
          MOVE MAX-POSITION TO FU-MAX-POSITION
          MOVE ANTAL-SPARRADE TO FU-ANTAL-SPARRADE
          MOVE LINJE-NR TO FU-ANTAL-INLASTA

          WRITE FLOTTLINJE-UNDANTAG-REC

          CLOSE FLOTTLINJE-UNDANTAG-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-UNDANTAG-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          DISPLAY "Varje position " MIN-POSITION "-" MAX-POSITION
             " ar sparrad - inget resultat skrivs"
          DISPLAY "Undantagsfil skriven: " WS-UNDANTAG-FILENAME

          MOVE "KRIT" TO LARM-ALLVAR-HOLDER
          MOVE SPACES TO LARM-TEXT-HOLDER
          STRING "ALLA POSITIONER SPARRADE "
                    DELIMITED BY SIZE
                 MIN-POSITION DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 MAX-POSITION DELIMITED BY SIZE
              INTO LARM-TEXT-HOLDER
          PERFORM Y8-SKRIV-LARM

          IF ANTAL-FEL NOT = ZERO
             CLOSE FLOTTLINJE-REJECT-FIL
          END-IF

          CLOSE FLOTTFIL

          MOVE 1 TO RETURN-CODE

          PERFORM Z9-SKRIV-KORNINGSAUDIT

          STOP RUN
          .

       D2-SKRIV-DETALJ SECTION.

          OPEN OUTPUT FLOTTLINJE-DETALJ-FIL

          IF FLERPUNKT
             PERFORM VARYING MODELL-NR FROM 1 BY 1
                UNTIL MODELL-NR > 2
                IF MODELL-NR = 1
                   MOVE "FLAT" TO MODELL-W
                ELSE
                   MOVE "OKANDE" TO MODELL-W
                END-IF

                PERFORM VARYING GRUPP-NR FROM 1 BY 1
                   UNTIL GRUPP-NR > EFFEKTIVA-PUNKTER
                   PERFORM D4-SKRIV-GRUPPDETALJ
                END-PERFORM
             END-PERFORM

             MOVE 1 TO KOST-FRAN
             MOVE 10000 TO KOST-TILL
          ELSE
             MOVE "FLAT" TO MODELL-W
             MOVE FLAT-POSITION TO MAL-POSITION
             PERFORM D3-SKRIV-MODELLDETALJ

             MOVE "OKANDE" TO MODELL-W
             MOVE OKANDE-POSITION TO MAL-POSITION
             PERFORM D3-SKRIV-MODELLDETALJ
          END-IF

          CLOSE FLOTTLINJE-DETALJ-FIL


       D3-SKRIV-MODELLDETALJ SECTION.

          PERFORM VARYING POS-LOOP FROM KOST-FRAN BY 1
             UNTIL POS-LOOP > KOST-TILL

             IF POSITION-ANTAL(POS-LOOP) NOT = ZERO
                IF POS-LOOP - 1 > MAL-POSITION
                      (AVSTAND * (AVSTAND + 1)) / 2
                END-IF

                MOVE ZERO TO ANTAL-MARKTA

                PERFORM VARYING SUB-NR FROM 1 BY 1
                   UNTIL SUB-NR > SUB-ANTAL
                   IF SB-POSITION(SUB-NR) = POS-LOOP - 1
                      ADD 1 TO ANTAL-MARKTA
                   END-IF
                END-PERFORM

                MOVE SPACES TO FLOTTLINJE-DETALJ-REC
                MOVE WS-RUN-DATE TO FD-RUN-DATE
                MOVE MODELL-W TO FD-MODELL
                COMPUTE FD-POSITION = POS-LOOP - 1
                MOVE STEG-KOSTNAD TO FD-KOSTNAD-PER-BAT

                IF POSITION-ANTAL(POS-LOOP) > ANTAL-MARKTA
                   COMPUTE FD-ANTAL-BATAR =
                      POSITION-ANTAL(POS-LOOP) - ANTAL-MARKTA
                   WRITE FLOTTLINJE-DETALJ-REC
                END-IF

                IF ANTAL-MARKTA NOT = ZERO
                   PERFORM VARYING SUB-NR FROM 1 BY 1
                      UNTIL SUB-NR > SUB-ANTAL
                      IF SB-POSITION(SUB-NR) = POS-LOOP - 1
                         MOVE 1 TO FD-ANTAL-BATAR
                         COMPUTE FD-KOSTNAD-PER-BAT =
                            STEG-KOSTNAD * SB-TAXA(SUB-NR)
                         MOVE SB-SUB-ID(SUB-NR) TO FD-SUB-ID
                         WRITE FLOTTLINJE-DETALJ-REC
                      END-IF
                   END-PERFORM
                END-IF
             END-IF
          END-PERFORM
          .

      *> En grupps positionsrader mot gruppens motespunkt, foljda
      *> av gruppraden.
       D4-SKRIV-GRUPPDETALJ SECTION.

          COMPUTE KOST-FRAN = GR-FRAN(MODELL-NR, GRUPP-NR) + 1
          COMPUTE KOST-TILL = GR-TILL(MODELL-NR, GRUPP-NR) + 1
          MOVE GR-PUNKT(MODELL-NR, GRUPP-NR) TO MAL-POSITION

          PERFORM D3-SKRIV-MODELLDETALJ

          MOVE SPACES TO FLOTTLINJE-GRUPP-REC
          MOVE WS-RUN-DATE TO FG-RUN-DATE
          MOVE MODELL-W TO FG-MODELL
          MOVE "GRUPP" TO FG-TAGG
          MOVE GRUPP-NR TO FG-GRUPP-NR
          MOVE GR-FRAN(MODELL-NR, GRUPP-NR) TO FG-FRAN
          MOVE GR-TILL(MODELL-NR, GRUPP-NR) TO FG-TILL
          MOVE GR-PUNKT(MODELL-NR, GRUPP-NR) TO FG-PUNKT
          MOVE GR-ANTAL(MODELL-NR, GRUPP-NR) TO FG-ANTAL-BATAR
          MOVE GR-KOSTNAD(MODELL-NR, GRUPP-NR) TO FG-KOSTNAD

          WRITE FLOTTLINJE-GRUPP-REC
          .

      *> Skriver en forflyttningsorder per identifierad bat for
      *> ORDERMODELLs motesposition, och raknar for bada modellerna
      *> de registrerade batar som inte nar fram inom sin
      *> rackvidd. Anonyma batar (positionslistor utan id) far
      *> ingen order - de finns bara i detaljfilen.
       D7-SKRIV-ORDER SECTION.

          OPEN OUTPUT FLOTTLINJE-ORDER-FIL

          PERFORM VARYING SUB-NR FROM 1 BY 1
             UNTIL SUB-NR > SUB-ANTAL

             IF SB-REGISTRERAD(SUB-NR)
                MOVE 1 TO MODELL-NR
                PERFORM D9-VALJ-MAL
                PERFORM D8-RAKNA-STEG
                IF ORDER-STEG > SB-RACKVIDD(SUB-NR)
                   ADD 1 TO UTOM-RACKVIDD-FLAT
                END-IF

                MOVE 2 TO MODELL-NR
                PERFORM D9-VALJ-MAL
                PERFORM D8-RAKNA-STEG
                IF ORDER-STEG > SB-RACKVIDD(SUB-NR)
                   ADD 1 TO UTOM-RACKVIDD-OKANDE
                END-IF
             ELSE
                ADD 1 TO ANTAL-OREGISTRERADE
             END-IF

             IF ORDERMODELL = "FLAT"
                MOVE 1 TO MODELL-NR
             ELSE
                MOVE 2 TO MODELL-NR
             END-IF

             PERFORM D9-VALJ-MAL
             PERFORM D8-RAKNA-STEG

             IF ORDERMODELL = "FLAT"
                COMPUTE ORDER-KOSTNAD =
                   ORDER-STEG * SB-TAXA(SUB-NR)
             ELSE
                COMPUTE ORDER-KOSTNAD =
                   (ORDER-STEG * (ORDER-STEG + 1)) / 2
                   * SB-TAXA(SUB-NR)
             END-IF

             MOVE SPACES TO FLOTTLINJE-ORDER-REC
             MOVE WS-RUN-DATE TO FO-RUN-DATE
             MOVE SB-SUB-ID(SUB-NR) TO FO-BAT-ID
             MOVE ORDERMODELL TO FO-MODELL
             MOVE SB-POSITION(SUB-NR) TO FO-FRAN
             MOVE MAL-POSITION TO FO-TILL
             MOVE ORDER-STEG TO FO-STEG
             MOVE ORDER-KOSTNAD TO FO-KOSTNAD
             MOVE SB-RACKVIDD(SUB-NR) TO FO-RACKVIDD

             IF NOT SB-REGISTRERAD(SUB-NR)
                MOVE "OREGISTRERAD" TO FO-FLAGGA
             ELSE
                IF ORDER-STEG > SB-RACKVIDD(SUB-NR)
                   MOVE "UTOM RACKVIDD" TO FO-FLAGGA
                   ADD 1 TO UTOM-RACKVIDD-ORDER
                   DISPLAY "Utom rackvidd: " SB-SUB-ID(SUB-NR)
                      " " ORDER-STEG " steg, rackvidd "
                      SB-RACKVIDD(SUB-NR)
                END-IF
             END-IF

             WRITE FLOTTLINJE-ORDER-REC
             ADD 1 TO ANTAL-ORDRAR
          END-PERFORM

          CLOSE FLOTTLINJE-ORDER-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-ORDER-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          DISPLAY "Orderfil skriven: " WS-ORDER-FILENAME
             " (" ANTAL-ORDRAR " ordrar, " ORDERMODELL ")"

          IF ANTAL-OREGISTRERADE NOT = ZERO
             DISPLAY "Batar utan registerpost: "
                ANTAL-OREGISTRERADE
          END-IF

          IF UTOM-RACKVIDD-ORDER NOT = ZERO
             MOVE "VARN" TO LARM-ALLVAR-HOLDER
             MOVE SPACES TO LARM-TEXT-HOLDER
             STRING UTOM-RACKVIDD-ORDER DELIMITED BY SIZE
                    " BATAR NAR INTE MOTET (" DELIMITED BY SIZE
                    ORDERMODELL DELIMITED BY SPACE
                    ")" DELIMITED BY SIZE
                 INTO LARM-TEXT-HOLDER
             PERFORM Y8-SKRIV-LARM
          END-IF
          .

      *> Motespunkten for subben under modell MODELL-NR - med flera
      *> motespunkter den grupp subbens position ligger i.
       D9-VALJ-MAL SECTION.

          IF FLERPUNKT
             PERFORM VARYING GRUPP-NR FROM 1 BY 1
                UNTIL GRUPP-NR > EFFEKTIVA-PUNKTER
                IF SB-POSITION(SUB-NR)
                      >= GR-FRAN(MODELL-NR, GRUPP-NR)
                      AND SB-POSITION(SUB-NR)
                      <= GR-TILL(MODELL-NR, GRUPP-NR)
                   MOVE GR-PUNKT(MODELL-NR, GRUPP-NR)
                      TO MAL-POSITION
                END-IF
             END-PERFORM
          ELSE
             IF MODELL-NR = 1
                MOVE FLAT-POSITION TO MAL-POSITION
             ELSE
                MOVE OKANDE-POSITION TO MAL-POSITION
             END-IF
          END-IF
          .

      *> Antalet steg fran subbens position till MAL-POSITION.
       D8-RAKNA-STEG SECTION.

          IF SB-POSITION(SUB-NR) > MAL-POSITION
             COMPUTE ORDER-STEG = SB-POSITION(SUB-NR) - MAL-POSITION
          ELSE
             COMPUTE ORDER-STEG = MAL-POSITION - SB-POSITION(SUB-NR)
          END-IF
          .

      *> Flerpunktslaget: delar flottan i K grupper per modell och
      *> skriver jamforelsen mot en enda motespunkt.
       E-FLERPUNKT SECTION.

          SET FLERPUNKT TO TRUE

          PERFORM E1-BYGG-PUNKTER

          MOVE MOTESPUNKTER TO EFFEKTIVA-PUNKTER

          IF PUNKT-ANTAL < MOTESPUNKTER
             MOVE PUNKT-ANTAL TO EFFEKTIVA-PUNKTER
             DISPLAY "Bara " PUNKT-ANTAL " besatta positioner - "
                "flottan delas i " EFFEKTIVA-PUNKTER " grupper"
          END-IF

          MOVE 1 TO MODELL-NR
          MOVE "FLAT" TO MODELL-W
          PERFORM E2-DELA-FLOTTAN
          MOVE K-KOSTNAD-W TO K-KOSTNAD-FLAT

          MOVE 2 TO MODELL-NR
          MOVE "OKANDE" TO MODELL-W
          PERFORM E2-DELA-FLOTTAN
          MOVE K-KOSTNAD-W TO K-KOSTNAD-OKANDE

          MOVE 1 TO KOST-FRAN
          MOVE 10000 TO KOST-TILL

          PERFORM E6-SKRIV-RAPPORT
          .

      *> De besatta positionerna i ordning med prefixsummorna.
       E1-BYGG-PUNKTER SECTION.

          MOVE ZERO TO PUNKT-ANTAL
          INITIALIZE PREFIX-RAD(1)

          PERFORM VARYING POS-LOOP FROM 1 BY 1
             UNTIL POS-LOOP > 10000

             IF POSITION-ANTAL(POS-LOOP) NOT = ZERO
                ADD 1 TO PUNKT-ANTAL
                COMPUTE PT-X(PUNKT-ANTAL) = POS-LOOP - 1

                COMPUTE PF-VIKT(PUNKT-ANTAL + 1) =
                   PF-VIKT(PUNKT-ANTAL) + POSITION-VIKT(POS-LOOP)
                COMPUTE PF-SUMMA(PUNKT-ANTAL + 1) =
                   PF-SUMMA(PUNKT-ANTAL)
                   + POSITION-VIKT(POS-LOOP) * PT-X(PUNKT-ANTAL)
                COMPUTE PF-KVADRAT(PUNKT-ANTAL + 1) =
                   PF-KVADRAT(PUNKT-ANTAL)
                   + POSITION-VIKT(POS-LOOP) * PT-X(PUNKT-ANTAL)
                   * PT-X(PUNKT-ANTAL)
                COMPUTE PF-ANTAL(PUNKT-ANTAL + 1) =
                   PF-ANTAL(PUNKT-ANTAL) + POSITION-ANTAL(POS-LOOP)
             END-IF
          END-PERFORM
          .

      *> Den dynamiska programmeringen for modell MODELL-NR: forsta
      *> lagret ar en grupp fran forsta punkten, varje foljande
      *> lager lagger en grupp till efter basta indelningen av
      *> punkterna fore den i en grupp farre (E2A). Darefter foljs
      *> DP-START bakat till grupperna, och en grupps motespunkt
      *> som HYDRO sparrat flyttas inom flottans spann precis som
      *> den enda punkten.
       E2-DELA-FLOTTAN SECTION.

          MOVE 1 TO SEG-I

          PERFORM VARYING SEG-J FROM 1 BY 1
             UNTIL SEG-J > PUNKT-ANTAL
             PERFORM E3-SEGMENTKOSTNAD
             MOVE SEG-KOSTNAD TO DP-KOSTNAD(1, SEG-J)
             MOVE 1 TO DP-START(1, SEG-J)
          END-PERFORM

          PERFORM VARYING DP-K FROM 2 BY 1
             UNTIL DP-K > EFFEKTIVA-PUNKTER
             PERFORM E2A-FYLL-LAGER
          END-PERFORM

          MOVE ZERO TO K-KOSTNAD-W
          MOVE PUNKT-ANTAL TO SEG-J

          PERFORM VARYING GRUPP-NR FROM EFFEKTIVA-PUNKTER BY -1
             UNTIL GRUPP-NR < 1

             MOVE DP-START(GRUPP-NR, SEG-J) TO SEG-I
             PERFORM E3-SEGMENTKOSTNAD

             MOVE PT-X(SEG-I) TO GR-FRAN(MODELL-NR, GRUPP-NR)
             MOVE PT-X(SEG-J) TO GR-TILL(MODELL-NR, GRUPP-NR)
             MOVE SEG-PUNKT TO GR-PUNKT(MODELL-NR, GRUPP-NR)
             COMPUTE GR-ANTAL(MODELL-NR, GRUPP-NR) =
                PF-ANTAL(SEG-J + 1) - PF-ANTAL(SEG-I)
             MOVE SEG-KOSTNAD TO GR-KOSTNAD(MODELL-NR, GRUPP-NR)

             IF ANTAL-SPARRADE NOT = ZERO
                PERFORM E5-UNDVIK-SPARRAR
             END-IF

             ADD GR-KOSTNAD(MODELL-NR, GRUPP-NR) TO K-KOSTNAD-W

             COMPUTE SEG-J = SEG-I - 1
          END-PERFORM

          PERFORM VARYING GRUPP-NR FROM 1 BY 1
             UNTIL GRUPP-NR > EFFEKTIVA-PUNKTER
             DISPLAY MODELL-W " grupp " GRUPP-NR ": "
                GR-FRAN(MODELL-NR, GRUPP-NR) "-"
                GR-TILL(MODELL-NR, GRUPP-NR) " punkt "
                GR-PUNKT(MODELL-NR, GRUPP-NR) " kostnad "
                GR-KOSTNAD(MODELL-NR, GRUPP-NR)
          END-PERFORM
          .

      *> Lager DP-K for slutpunkterna DP-K..PUNKT-ANTAL. Den sista
      *> gruppen borjar tidigast pa punkt DP-K, sa att varje grupp
      *> fore den har minst en punkt.
       E2A-FYLL-LAGER SECTION.

          MOVE 1 TO DS-TOPP
          MOVE DP-K TO DS-FRAN(1)
          MOVE PUNKT-ANTAL TO DS-TILL(1)
          MOVE DP-K TO DS-START-FRAN(1)
          MOVE PUNKT-ANTAL TO DS-START-TILL(1)

          PERFORM UNTIL DS-TOPP = ZERO
             MOVE DS-FRAN(DS-TOPP) TO DS-FRAN-W
             MOVE DS-TILL(DS-TOPP) TO DS-TILL-W
             MOVE DS-START-FRAN(DS-TOPP) TO DS-START-FRAN-W
             MOVE DS-START-TILL(DS-TOPP) TO DS-START-TILL-W
             SUBTRACT 1 FROM DS-TOPP

             COMPUTE DS-MITT = (DS-FRAN-W + DS-TILL-W) / 2
             MOVE DS-MITT TO SEG-J

             MOVE DS-START-TILL-W TO DS-SISTA-START
             IF DS-SISTA-START > DS-MITT
                MOVE DS-MITT TO DS-SISTA-START
             END-IF

             MOVE 9999999999999999 TO DP-BASTA
             MOVE DS-START-FRAN-W TO DP-BASTA-I

             PERFORM VARYING SEG-I FROM DS-START-FRAN-W BY 1
                UNTIL SEG-I > DS-SISTA-START
                PERFORM E3-SEGMENTKOSTNAD
                COMPUTE DP-KAND =
                   DP-KOSTNAD(DP-K - 1, SEG-I - 1) + SEG-KOSTNAD
                IF DP-KAND < DP-BASTA
                   MOVE DP-KAND TO DP-BASTA
                   MOVE SEG-I TO DP-BASTA-I
                END-IF
             END-PERFORM

             MOVE DP-BASTA TO DP-KOSTNAD(DP-K, DS-MITT)
             MOVE DP-BASTA-I TO DP-START(DP-K, DS-MITT)

             IF DS-FRAN-W < DS-MITT
                ADD 1 TO DS-TOPP
                MOVE DS-FRAN-W TO DS-FRAN(DS-TOPP)
                COMPUTE DS-TILL(DS-TOPP) = DS-MITT - 1
                MOVE DS-START-FRAN-W TO DS-START-FRAN(DS-TOPP)
                MOVE DP-BASTA-I TO DS-START-TILL(DS-TOPP)
             END-IF

             IF DS-MITT < DS-TILL-W
                ADD 1 TO DS-TOPP
                COMPUTE DS-FRAN(DS-TOPP) = DS-MITT + 1
                MOVE DS-TILL-W TO DS-TILL(DS-TOPP)
                MOVE DP-BASTA-I TO DS-START-FRAN(DS-TOPP)
                MOVE DS-START-TILL-W TO DS-START-TILL(DS-TOPP)
             END-IF
          END-PERFORM
          .

      *> Kostnaden och motespunkten for segmentet SEG-I..SEG-J under
      *> MODELL-NR, ur prefixsummorna. FLAT: vagda medianen.
      *> OKANDE: avrundade vagda medelvardet och dess bada grannar,
      *> som i den enda punktens optimering.
       E3-SEGMENTKOSTNAD SECTION.

          COMPUTE SEG-VIKT = PF-VIKT(SEG-J + 1) - PF-VIKT(SEG-I)
          COMPUTE SEG-SUMMA = PF-SUMMA(SEG-J + 1) - PF-SUMMA(SEG-I)

          IF MODELL-NR = 1
             COMPUTE SEG-KVAR = (SEG-VIKT + 1) / 2

             MOVE SEG-I TO SOK-LAG
             MOVE SEG-J TO SOK-HOG

             PERFORM UNTIL SOK-LAG >= SOK-HOG
                COMPUTE SOK-MITT = (SOK-LAG + SOK-HOG + 1) / 2
                IF PF-VIKT(SOK-MITT) - PF-VIKT(SEG-I) < SEG-KVAR
                   MOVE SOK-MITT TO SOK-LAG
                ELSE
                   COMPUTE SOK-HOG = SOK-MITT - 1
                END-IF
             END-PERFORM

             MOVE SOK-LAG TO SEG-M

             MOVE PT-X(SEG-M) TO KAND-P
             MOVE SEG-M TO KAND-Q
             PERFORM E4-KANDIDATKOSTNAD
             MOVE PT-X(SEG-M) TO SEG-PUNKT
             MOVE KAND-ABS TO SEG-KOSTNAD
          ELSE
             COMPUTE SEG-MEDEL ROUNDED = SEG-SUMMA / SEG-VIKT

             COMPUTE SOK-LAG = SEG-I - 1
             MOVE SEG-J TO SOK-HOG

             PERFORM UNTIL SOK-LAG >= SOK-HOG
                COMPUTE SOK-MITT = (SOK-LAG + SOK-HOG + 1) / 2
                IF PT-X(SOK-MITT) <= SEG-MEDEL
                   MOVE SOK-MITT TO SOK-LAG
                ELSE
                   COMPUTE SOK-HOG = SOK-MITT - 1
                END-IF
             END-PERFORM

             MOVE SOK-LAG TO SEG-Q

             MOVE 9999999999999999 TO SEG-KOSTNAD

             PERFORM VARYING KAND-NR FROM 1 BY 1
                UNTIL KAND-NR > 3

                COMPUTE KAND-P = SEG-MEDEL + KAND-NR - 2
                MOVE SEG-Q TO KAND-Q

                IF KAND-NR = 1 AND KAND-Q >= SEG-I
                   IF PT-X(KAND-Q) > KAND-P
                      SUBTRACT 1 FROM KAND-Q
                   END-IF
                END-IF

                IF KAND-NR = 3 AND KAND-Q < SEG-J
                   IF PT-X(KAND-Q + 1) <= KAND-P
                      ADD 1 TO KAND-Q
                   END-IF
                END-IF

                IF KAND-P >= 0 AND KAND-P <= 9999
                   PERFORM E4-KANDIDATKOSTNAD
                   COMPUTE KAND-KOSTNAD =
                      (KAND-ABS + KAND-KVADRAT) / 2
                   IF KAND-KOSTNAD < SEG-KOSTNAD
                      MOVE KAND-KOSTNAD TO SEG-KOSTNAD
                      MOVE KAND-P TO SEG-PUNKT
                   END-IF
                END-IF
             END-PERFORM
          END-IF
          .

      *> Summorna av vikt*|avstand| och vikt*avstand i kvadrat fran
      *> segmentets punkter till KAND-P, dar KAND-Q ar sista punkten
      *> pa eller till vanster om KAND-P.
       E4-KANDIDATKOSTNAD SECTION.

          COMPUTE KAND-VL = PF-VIKT(KAND-Q + 1) - PF-VIKT(SEG-I)
          COMPUTE KAND-SL = PF-SUMMA(KAND-Q + 1) - PF-SUMMA(SEG-I)
          COMPUTE KAND-VR = SEG-VIKT - KAND-VL
          COMPUTE KAND-SR = SEG-SUMMA - KAND-SL

          COMPUTE KAND-ABS = KAND-P * KAND-VL - KAND-SL
             + KAND-SR - KAND-P * KAND-VR

          COMPUTE KAND-KVADRAT =
             PF-KVADRAT(SEG-J + 1) - PF-KVADRAT(SEG-I)
             - 2 * KAND-P * SEG-SUMMA
             + KAND-P * KAND-P * SEG-VIKT
          .

      *> Ligger gruppens motespunkt pa en sparrad position flyttas
      *> den till den billigaste tillatna mellan flottans yttersta
      *> batar, som i D5 - kostnaden raknas fortfarande bara over
      *> gruppens egna batar. En grupp vars eget spann ar sparrat
      *> far alltsa sin motespunkt utanfor det. Bara nar hela
      *> flottans spann ar sparrat skrivs undantaget, med samma
      *> innehall som for en enda punkt.
       E5-UNDVIK-SPARRAR SECTION.

          MOVE PT-X(1) TO MIN-POSITION
          MOVE PT-X(PUNKT-ANTAL) TO MAX-POSITION
          COMPUTE KOST-FRAN = GR-FRAN(MODELL-NR, GRUPP-NR) + 1
          COMPUTE KOST-TILL = GR-TILL(MODELL-NR, GRUPP-NR) + 1
          MOVE GR-PUNKT(MODELL-NR, GRUPP-NR) TO FRI-POSITION
          MOVE GR-KOSTNAD(MODELL-NR, GRUPP-NR) TO FRI-KOSTNAD

          PERFORM D6-SOK-TILLATEN

          IF ALLA-SPARRADE
             PERFORM DU-SKRIV-UNDANTAG
          END-IF

          IF MAL-POSITION NOT = FRI-POSITION
             DISPLAY MODELL-W " grupp " GRUPP-NR ": punkt "
                FRI-POSITION " ar sparrad - flyttad till "
                MAL-POSITION
          END-IF

          MOVE MAL-POSITION TO GR-PUNKT(MODELL-NR, GRUPP-NR)
          MOVE KOSTNAD-W TO GR-KOSTNAD(MODELL-NR, GRUPP-NR)
          .

      *> Jamforelsen mot en enda motespunkt: den enda punktens
      *> kostnad (efter riskhansynen) mot gruppernas summa.
       E6-SKRIV-RAPPORT SECTION.

          MOVE "NY " TO GK-FUNKTION
          MOVE "FLOTTLINJE" TO GK-PROGRAM
          MOVE "flottlinje_rapport_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-RAPPORT-FILENAME

          OPEN OUTPUT FLOTTLINJE-RAPPORT-FIL

          MOVE "FLAT" TO MODELL-W
          MOVE FLAT-KOSTNAD TO RAPPORT-KOSTNAD-EN
          MOVE K-KOSTNAD-FLAT TO RAPPORT-KOSTNAD-K
          PERFORM E7-SKRIV-RAPPORTRAD

          MOVE "OKANDE" TO MODELL-W
          MOVE OKANDE-KOSTNAD TO RAPPORT-KOSTNAD-EN
          MOVE K-KOSTNAD-OKANDE TO RAPPORT-KOSTNAD-K
          PERFORM E7-SKRIV-RAPPORTRAD

          CLOSE FLOTTLINJE-RAPPORT-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-RAPPORT-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          DISPLAY "Jamforelserapport skriven: " WS-RAPPORT-FILENAME
          .

       E7-SKRIV-RAPPORTRAD SECTION.

          COMPUTE RAPPORT-BESPARING =
             RAPPORT-KOSTNAD-EN - RAPPORT-KOSTNAD-K

          IF RAPPORT-KOSTNAD-EN = ZERO
             MOVE ZERO TO RAPPORT-PROCENT
          ELSE
             COMPUTE RAPPORT-PROCENT ROUNDED =
                RAPPORT-BESPARING * 100 / RAPPORT-KOSTNAD-EN
          END-IF

          MOVE SPACES TO FLOTTLINJE-RAPPORT-REC
          MOVE WS-RUN-DATE TO FR-RUN-DATE
          MOVE MODELL-W TO FR-MODELL
          MOVE EFFEKTIVA-PUNKTER TO FR-PUNKTER
          MOVE RAPPORT-KOSTNAD-EN TO FR-KOSTNAD-EN
          MOVE RAPPORT-KOSTNAD-K TO FR-KOSTNAD-K
          MOVE RAPPORT-BESPARING TO FR-BESPARING
          MOVE RAPPORT-PROCENT TO FR-BESPARING-PROCENT

          WRITE FLOTTLINJE-RAPPORT-REC

          DISPLAY MODELL-W ": en punkt " RAPPORT-KOSTNAD-EN
             ", " EFFEKTIVA-PUNKTER " punkter " RAPPORT-KOSTNAD-K
          .

       N-AVSLUTA SECTION.

          OPEN OUTPUT FLOTTLINJE-RESULT-FIL
          MOVE OKANDE-KOSTNAD TO FL-KOSTNAD-OKANDE
          MOVE OKANDE-POSITION TO FL-POSITION-OKANDE
          MOVE LINJE-NR TO FL-ANTAL-INLASTA
          MOVE FRI-FLAT-POSITION TO FL-FRI-POSITION-FLAT
          COMPUTE FL-MERKOSTNAD-FLAT =
             FLAT-KOSTNAD - FRI-FLAT-KOSTNAD
          MOVE FRI-OKANDE-POSITION TO FL-FRI-POSITION-OKANDE
          COMPUTE FL-MERKOSTNAD-OKANDE =
             OKANDE-KOSTNAD - FRI-OKANDE-KOSTNAD
          MOVE ANTAL-SPARRADE TO FL-ANTAL-SPARRADE
          MOVE UTOM-RACKVIDD-FLAT TO FL-UTOM-RACKVIDD-FLAT
          MOVE UTOM-RACKVIDD-OKANDE TO FL-UTOM-RACKVIDD-OKANDE

          IF FLERPUNKT
             MOVE EFFEKTIVA-PUNKTER TO FL-PUNKTER
             MOVE K-KOSTNAD-FLAT TO FL-KOSTNAD-FLAT-K
             MOVE K-KOSTNAD-OKANDE TO FL-KOSTNAD-OKANDE-K
          ELSE
             MOVE 1 TO FL-PUNKTER
             MOVE FLAT-KOSTNAD TO FL-KOSTNAD-FLAT-K
             MOVE OKANDE-KOSTNAD TO FL-KOSTNAD-OKANDE-K
          END-IF

          WRITE FLOTTLINJE-RESULT-REC

          STOP RUN
          .

       Y8-SKRIV-LARM SECTION.

          OPEN EXTEND LARM-FIL

          IF LARM-FILSTATUS = "35"
             OPEN OUTPUT LARM-FIL
          END-IF

          MOVE SPACES TO LC-LARM-REC
          MOVE WS-RUN-DATE TO LC-DATUM
          ACCEPT LARM-KLOCKA FROM TIME
          MOVE LARM-KLOCKA(1:6) TO LC-KLOCKSLAG
          MOVE "FLOTTLINJE" TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS

          WRITE LC-LARM-REC

          CLOSE LARM-FIL
          .

      *> Fyller i korningens rad i den gemensamma korningsauditen -
      *> vad korningen faktiskt fick, vad den gjorde av det och hur
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "FLOTTLINJE" TO RA-PROGRAM
          MOVE WS-INPUT-FILENAME TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          STRING "SP=" DELIMITED BY SIZE
                 ANTAL-SPARRADE DELIMITED BY SIZE
                 " K" DELIMITED BY SIZE
                 MOTESPUNKTER DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ORDERMODELL DELIMITED BY SPACE
              INTO RA-PARAMETRAR
          MOVE LINJE-NR TO RA-ANTAL-IN
          MOVE ANTAL-FEL TO RA-ANTAL-AVVISADE
          MOVE ANTAL-BEHANDLADE TO RA-ANTAL-SKRIVNA
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .

       B0-LAS-PARAMETERDECK SECTION.
          EVALUATE PD-NYCKEL
             WHEN "INFIL"
                MOVE PD-VARDE TO WS-INPUT-FILENAME
                SET INFIL-VALD TO TRUE
             WHEN "PUNKTER"
                IF PD-VARDE(1:1) IS NOT NUMERIC
                      OR PD-VARDE(1:1) = "0"
                      OR PD-VARDE(2:1) NOT = SPACE
                   DISPLAY "Ogiltigt varde for PUNKTER: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:1) TO MOTESPUNKTER
             WHEN "ORDERMODELL"
                IF PD-VARDE = "FLAT" OR PD-VARDE = "OKANDE"
                   MOVE PD-VARDE TO ORDERMODELL
                ELSE
                   DISPLAY "ORDERMODELL maste vara FLAT eller "
                      "OKANDE: " PD-VARDE
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
