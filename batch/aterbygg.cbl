       IDENTIFICATION DIVISION.

       PROGRAM-ID. ATERBYGG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT MASTER-FIL ASSIGN DYNAMIC
             WS-MASTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT ATERBYGGD-FIL ASSIGN DYNAMIC
             WS-ATERBYGGD-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT KALLA-FIL ASSIGN DYNAMIC
             WS-KALLA-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT ARKIVKATALOG-FIL ASSIGN "arkivkatalog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT ARKIV-FIL ASSIGN DYNAMIC
             WS-ARKIV-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT ARBETS-FIL ASSIGN DYNAMIC
             WS-ARBETS-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT JAMFOR-FIL ASSIGN DYNAMIC
             WS-JAMFOR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-FIL.
       01 MASTER-RAD PIC X(60).

       FD ATERBYGGD-FIL.
       01 ATERBYGGD-RAD PIC X(60).

      *> Dagens kallfil i den aterbyggda masterns ursprungliga
      *> format - en vy per agande program.
       FD KALLA-FIL.
       01 KALLA-RAD PIC X(200).

      *> Samma postlayout som DIVE2-RESULT-REC i DIVE2.
       01 DIVE2-RESULT-REC.
          05 DR-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 DR-SUB-ID PIC X(10).
          05 FILLER PIC X.
          05 DR-DJUP PIC 9(6).
          05 FILLER PIC X.
          05 DR-FRAMDRIFT PIC 9(6).
          05 FILLER PIC X.
          05 DR-SUMMA PIC 9(12).
          05 FILLER PIC X.
          05 DR-TOTAL-DISTANS PIC 9(9).
          05 FILLER PIC X.
          05 DR-ANTAL-RADER PIC 9(6).

      *> Samma postlayout som BINGO2-RANK-REC i BINGO2 (de falt
      *> sasongsuppdateringen anvander).
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

      *> Samma postlayout som HYDRO-TOPP-REC i HYDRO.
       01 HYDRO-TOPP-REC.
          05 TP-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 TP-RANK PIC 9(2).
          05 FILLER PIC X.
          05 TP-X PIC 9(5).
          05 FILLER PIC X.
          05 TP-Y PIC 9(5).
          05 FILLER PIC X.
          05 TP-ANTAL PIC 9(5).
          05 FILLER PIC X.
          05 TP-VIKT PIC 9(6).
          05 FILLER PIC X.
          05 TP-MAX-INTENSITET PIC 9.

      *> Samma postlayout som ARKIVKATALOG-REC i ARKIV.
       FD ARKIVKATALOG-FIL.
       01 ARKIVKATALOG-REC.
          05 AK-FAMILJ PIC X(20).
          05 FILLER PIC X.
          05 AK-FILNAMN PIC X(40).
          05 FILLER PIC X.
          05 AK-FILDATUM PIC 9(8).
          05 FILLER PIC X.
          05 AK-ARKIVFIL PIC X(40).
          05 FILLER PIC X.
          05 AK-ARKIVERAD PIC 9(8).

       FD ARKIV-FIL.
       01 ARKIV-REC PIC X(1000).

       FD ARBETS-FIL.
       01 ARBETS-REC PIC X(1000).

      *> Jamforelsen mellan nuvarande och aterbyggd master: en rad
      *> per nyckel som skiljer - ANDRAD (bada raderna visas), NY
      *> (bara i den aterbyggda) eller SAKNAS (bara i den
      *> nuvarande). Sista raden ar TOTAL med intervallet, antalen
      *> och den nuvarande masterns radantal och hash - BYT provar
      *> dem innan nagot byts in.
       FD JAMFOR-FIL.
       01 JAMFOR-REC.
          05 JF-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 JF-MASTER PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 JF-STATUS PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 JF-NU PIC X(56).
          05 FILLER PIC X VALUE SPACE.
          05 JF-NY PIC X(56).

       01 JAMFOR-TOTAL-REC.
          05 JT-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 JT-MASTER PIC X(10).
          05 FILLER PIC X.
          05 JT-STATUS PIC X(6).
          05 FILLER PIC X.
          05 JT-FRAN PIC 9(8).
          05 FILLER PIC X.
          05 JT-TILL PIC 9(8).
          05 FILLER PIC X.
          05 JT-NU-ANTAL PIC 9(7).
          05 FILLER PIC X.
          05 JT-NU-HASH PIC 9(15).
          05 FILLER PIC X.
          05 JT-NY-ANTAL PIC 9(7).
          05 FILLER PIC X.
          05 JT-LIKA PIC 9(7).
          05 FILLER PIC X.
          05 JT-ANDRADE PIC 9(7).
          05 FILLER PIC X.
          05 JT-NYA PIC 9(7).
          05 FILLER PIC X.
          05 JT-SAKNAS PIC 9(7).

       WORKING-STORAGE SECTION.

      *> Ateruppbyggnad av historikmastrarna: blir
      *> sonar_historik.txt, dive2_historik.txt, bingo2_sasong.txt
      *> eller hydro_hotspots.txt fordarvad - eller uppdaterad efter
      *> en felaktig regel - har RADDNINGs senaste bunt varit enda
      *> vagen tillbaka, och allt efter bunten har gatt forlorat.
      *> Men de daterade resultatfilerna mastrarna byggs av finns
      *> kvar i generationskatalogen och i arkivet. BYGG gar dag for
      *> dag genom ett datumintervall, hamtar dagens senaste
      *> generation (ur manadsarkivet via arkivkatalog.txt nar
      *> filen inte langre ligger framme), kor samma uppdatering
      *> som det agande programmet och skriver den aterbyggda
      *> mastern bredvid den nuvarande tillsammans med en
      *> jamforelse. Forst nar en operator granskat jamforelsen och
      *> bekraftar med BYT byts mastern ut - med forebild i
      *> masterjournalen, som varje annan omskrivning.
      *>
      *> SONARHIST och DIVE2 ar nyckelade pa dag: rader utanfor
      *> intervallet behalls som de ar och intervallets dagar
      *> byggs om. BINGO2 och HYDRO ackumulerar - poang och svit
      *> bygger pa alla tidigare dagar - sa dar borjar
      *> aterbyggnaden fran tomt och fran-datum ska vara sasongens
      *> (registrets) forsta dag.
      *>
      *> Anrop: aterbygg <operator> <aktion> <master> [fran] [till]
      *>   BYGG <master> <fran> <till>   bygg om och jamfor
      *>   BYT <master>                  byt in den aterbyggda
      *> Master: SONARHIST, DIVE2, BINGO2 eller HYDRO. BYGG kraver
      *> driftrollen, BYT adminrollen.
       01 WS-OPERATOR PIC X(8).
       01 WS-AKTION PIC X(8).
       01 WS-MASTER PIC X(10).
       01 WS-FRAN-ARG PIC X(10).
       01 WS-TILL-ARG PIC X(10).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       COPY "BEHORIG-PARM.cpy".

       COPY "GENKAT-PARM.cpy".

       COPY "SIGILL-PARM.cpy".

       COPY "JOURNAL-PARM.cpy".

       01 WS-MASTER-FILENAME PIC X(40).
       01 WS-ATERBYGGD-FILENAME PIC X(60).
       01 WS-KALLA-FILENAME PIC X(60).
       01 WS-ARKIV-FILENAME PIC X(60).
       01 WS-ARBETS-FILENAME PIC X(60).
       01 WS-JAMFOR-FILENAME PIC X(60).
       01 WS-CMD PIC X(120).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.

      *> Masterns namnstam, kallfamiljerna (SONARHIST laser tva)
      *> och hur manga inledande positioner av masterraden som ar
      *> dess nyckel i jamforelsen.
       01 MASTER-STEM PIC X(20).
       01 KALLA-STEM-1 PIC X(20).
       01 KALLA-STEM-2 PIC X(20).
       01 KALLA-STEM PIC X(20).
       01 NYCKEL-LANGD PIC 9(2).

       01 DATUM-ARG PIC X(10).
       01 DATUM-HOLDER PIC 9(8).
       01 WS-FRAN-DATUM PIC 9(8).
       01 WS-TILL-DATUM PIC 9(8).
       01 DAG-DATUM PIC 9(8).
       01 DAG-NR PIC 9(7).
       01 SLUT-DAG-NR PIC 9(7).

       01 SOKT-FILNAMN PIC X(40).
       01 SOKT-ARKIVFIL PIC X(40).

       01 KALLA-FUNNEN-SW PIC 9.
          88 KALLA-FUNNEN VALUE 1.
       01 KATALOG-TRAFF-SW PIC 9.
          88 KATALOG-TRAFF VALUE 1.
       01 I-SEKTION-SW PIC 9.
          88 I-SEKTION VALUE 1.
       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.
       01 NYCKEL-FUNNEN-SW PIC 9.
          88 NYCKEL-FUNNEN VALUE 1.
       01 TOTAL-SEDD-SW PIC 9.
          88 TOTAL-SEDD VALUE 1.

      *> En masterrad - las- och skrivytan for bade den nuvarande
      *> och den aterbyggda mastern, med en vy per master.
       01 MASTERPOST PIC X(60).

      *> Samma postlayout som HISTORIK-REC i SONARHIST.
       01 SONARHIST-POST REDEFINES MASTERPOST.
          05 SH-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 SH-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 SH-REKNARE PIC 9(4).
          05 FILLER PIC X.
          05 SH-GRAND-TOTAL PIC 9(6).
          05 FILLER PIC X(29).

      *> Samma postlayout som DIVE2-HISTORIK-REC i DIVE2.
       01 DIVE2-POST REDEFINES MASTERPOST.
          05 DH-SUB-ID PIC X(10).
          05 FILLER PIC X.
          05 DH-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 DH-DJUP PIC 9(6).
          05 FILLER PIC X.
          05 DH-FRAMDRIFT PIC 9(6).
          05 FILLER PIC X.
          05 DH-SUMMA PIC 9(12).
          05 FILLER PIC X.
          05 DH-TOTAL-DISTANS PIC 9(9).
          05 FILLER PIC X(4).

      *> Samma postlayout som SASONG-REC i BINGO2.
       01 SASONG-POST REDEFINES MASTERPOST.
          05 SA-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 SA-POANG PIC 9(6).
          05 FILLER PIC X.
          05 SA-PLACERING PIC 9(3).
          05 FILLER PIC X.
          05 SA-SENASTE-DATUM PIC 9(8).
          05 FILLER PIC X(35).

      *> Samma postlayout som HOTSPOT-REGISTER-REC i HYDRO.
       01 HOTSPOT-POST REDEFINES MASTERPOST.
          05 HS-X PIC 9(5).
          05 FILLER PIC X.
          05 HS-Y PIC 9(5).
          05 FILLER PIC X.
          05 HS-FORST-SEDD PIC 9(8).
          05 FILLER PIC X.
          05 HS-SENAST-SEDD PIC 9(8).
          05 FILLER PIC X.
          05 HS-ANTAL-GANGER PIC 9(4).
          05 FILLER PIC X.
          05 HS-TOPP-ANTAL PIC 9(5).
          05 FILLER PIC X.
          05 HS-SVIT PIC 9(3).
          05 FILLER PIC X.
          05 HS-NIVA PIC 9(2).
          05 FILLER PIC X.
          05 HS-TOPP-INTENSITET PIC 9.
          05 FILLER PIC X(11).

      *> Den nuvarande mastern, rad for rad, for jamforelsen.
       01 NU-ANTAL PIC 9(5) VALUE ZERO.

       01 NU-TABELL.
          05 NU-RAD OCCURS 0 TO 20000 TIMES
                DEPENDING ON NU-ANTAL.
             10 NU-POST PIC X(60).
             10 NU-SEDD PIC 9.

       01 NU-POS PIC 9(5).
       01 NU-RAKNADE PIC 9(7).
       01 NU-HASH PIC 9(15).

       01 HASH-POS PIC 9(3).

      *> Det jamforelsens TOTAL-rad bokforde om den nuvarande
      *> mastern.
       01 BOKFORT-NU-ANTAL PIC 9(7).
       01 BOKFORD-NU-HASH PIC 9(15).

      *> SONARHISTs historiktabell.
       01 HIST-ANTAL PIC 9(5) VALUE ZERO.

       01 HIST-TABELL.
          05 HIST-RAD OCCURS 0 TO 20000 TIMES
                DEPENDING ON HIST-ANTAL
                INDEXED BY HIST-INDEX.
             10 HT-PROGRAM PIC X(10).
             10 HT-DATUM PIC 9(8).
             10 HT-REKNARE PIC 9(4).
             10 HT-GRAND-TOTAL PIC 9(6).

       01 WS-PROGRAM-NAMN PIC X(10).
       01 WS-REKNARE-IN PIC 9(4).
       01 WS-GRAND-IN PIC 9(6).

       01 WS-TOKEN-1 PIC X(16).
       01 WS-TOKEN-2 PIC X(16).
       01 WS-TOKEN-3 PIC X(16).
       01 WS-TOKEN-4 PIC X(16).
       01 WS-TOKEN-5 PIC X(16).
       01 WS-TOKEN-6 PIC X(16).

      *> DIVE2s resehistoriktabell. DIVE2 for hogst 100 subbar per
      *> dag till historiken (flottabellen) - samma grans har.
       01 DIVE-ANTAL PIC 9(5) VALUE ZERO.

       01 DIVE-TABELL.
          05 DIVE-RAD OCCURS 0 TO 20000 TIMES
                DEPENDING ON DIVE-ANTAL
                INDEXED BY DIVE-INDEX.
             10 DT-SUB-ID PIC X(10).
             10 DT-DATUM PIC 9(8).
             10 DT-DJUP PIC 9(6).
             10 DT-FRAMDRIFT PIC 9(6).
             10 DT-SUMMA PIC 9(12).
             10 DT-DISTANS PIC 9(9).

       01 DAG-SUBBAR PIC 9(3).

      *> BINGO2s sasongstabell och dagens malgang (de 100 forsta).
       01 SASONG-ANTAL PIC 9(4) VALUE ZERO.

       01 SASONG-TABELL.
          05 SASONG-RAD OCCURS 0 TO 2000 TIMES
                DEPENDING ON SASONG-ANTAL
                INDEXED BY SASONG-INDEX.
             10 SG-KALLA-NR PIC 9(5).
             10 SG-POANG PIC 9(6).
             10 SG-PLACERING PIC 9(3).
             10 SG-SENASTE-DATUM PIC 9(8).

       01 SASONG-POS PIC 9(4).
       01 SASONG-RANK-POS PIC 9(3).
       01 SASONG-POANG-NYA PIC 9(6).

       01 FINISH-ANTAL PIC 9(3).
       01 FINISH-TABELL.
          05 FN-KALLA-NR PIC 9(5) OCCURS 100 TIMES.

       01 DAG-ANTAL-TABELLER PIC 9(3).

      *> HYDROs hetpunktsregister. ESKALERING-N ar densamma som i
      *> HYDRO.
       01 ESKALERING-N PIC 9(2) VALUE 3.

       01 HOTSPOT-ANTAL PIC 9(4) VALUE ZERO.

       01 HOTSPOT-TABELL.
          05 HOTSPOT-RAD OCCURS 0 TO 5000 TIMES
                DEPENDING ON HOTSPOT-ANTAL
                INDEXED BY HOTSPOT-INDEX.
             10 HO-X PIC 9(5).
             10 HO-Y PIC 9(5).
             10 HO-FORST-SEDD PIC 9(8).
             10 HO-SENAST-SEDD PIC 9(8).
             10 HO-ANTAL-GANGER PIC 9(4).
             10 HO-TOPP-ANTAL PIC 9(5).
             10 HO-SVIT PIC 9(3).
             10 HO-NIVA PIC 9(2).
             10 HO-TOPP-INTENSITET PIC 9.
             10 HO-SEDD-IDAG PIC 9.

       01 HOTSPOT-POS PIC 9(4).

       01 ANTAL-DAGAR PIC 9(5) VALUE ZERO.
       01 ANTAL-KALLOR PIC 9(5) VALUE ZERO.
       01 ANTAL-FRAN-ARKIV PIC 9(5) VALUE ZERO.
       01 ANTAL-SAKNADE-KALLOR PIC 9(5) VALUE ZERO.
       01 ANTAL-BRUTNA-SIGILL PIC 9(5) VALUE ZERO.
       01 ANTAL-HAMTADE-RADER PIC 9(7).

       01 ANTAL-ATERBYGGDA PIC 9(7) VALUE ZERO.
       01 ANTAL-LIKA PIC 9(7) VALUE ZERO.
       01 ANTAL-ANDRADE PIC 9(7) VALUE ZERO.
       01 ANTAL-NYA PIC 9(7) VALUE ZERO.
       01 ANTAL-SAKNAS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT

          EVALUATE WS-AKTION
             WHEN "BYGG"
                PERFORM C-LASA-NUVARANDE
                PERFORM D-ATERSPELA
                PERFORM E-SKRIV-ATERBYGGD
                PERFORM F-JAMFOR
             WHEN "BYT"
                PERFORM G-BYT-IN
             WHEN OTHER
                DISPLAY "Okand aktion: " WS-AKTION
                DISPLAY "Giltiga: BYGG, BYT"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE

          STOP RUN
          .

       B-INIT SECTION.

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

          ACCEPT WS-AFFARSDATUM FROM ENVIRONMENT "AFFARSDATUM"
             ON EXCEPTION MOVE SPACES TO WS-AFFARSDATUM
          END-ACCEPT

          IF WS-AFFARSDATUM IS NUMERIC
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

          COPY "PLATS-LAS.cpy".

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
             ON EXCEPTION
                DISPLAY "Ange operatorssignatur som forsta argument"
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-ACCEPT

          MOVE 2 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-AKTION FROM ARGUMENT-VALUE
             ON EXCEPTION
                DISPLAY "Ange aktion: BYGG eller BYT"
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-ACCEPT

          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-MASTER FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-MASTER
          END-ACCEPT

          MOVE 4 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-FRAN-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-FRAN-ARG
          END-ACCEPT

          MOVE 5 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-TILL-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-TILL-ARG
          END-ACCEPT

      *> BYGG skriver bara filer bredvid mastern och kraver
      *> driftrollen - BYT ersatter en master och kraver admin.
          MOVE WS-OPERATOR TO BH-OPERATOR

          IF WS-AKTION = "BYT"
             MOVE "ADMIN" TO BH-KRAVD-ROLL
          ELSE
             MOVE "DRIFT" TO BH-KRAVD-ROLL
          END-IF

          MOVE "ATERBYGG" TO BH-PROGRAM
          CALL "BEHORIG" USING BEHORIG-PARM

          IF BH-RESULTAT = "N"
             DISPLAY "NEKAD: " WS-OPERATOR " saknar rollen "
                BH-KRAVD-ROLL " for " WS-AKTION
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM B1-VALJ-MASTER

          IF WS-AKTION = "BYGG"
             MOVE WS-FRAN-ARG TO DATUM-ARG
             PERFORM B2-PROVA-DATUM
             MOVE DATUM-HOLDER TO WS-FRAN-DATUM

             MOVE WS-TILL-ARG TO DATUM-ARG
             PERFORM B2-PROVA-DATUM
             MOVE DATUM-HOLDER TO WS-TILL-DATUM

             IF WS-FRAN-DATUM > WS-TILL-DATUM
                DISPLAY "Fran-datum " WS-FRAN-DATUM
                   " ligger efter till-datum " WS-TILL-DATUM
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          .

      *> Mastern, dess kallfamiljer och jamforelsens nyckellangd:
      *> program + datum, sub-id + datum, kalla-nr respektive
      *> koordinat.
       B1-VALJ-MASTER SECTION.

          MOVE SPACES TO KALLA-STEM-2

          EVALUATE WS-MASTER
             WHEN "SONARHIST"
                MOVE "sonar_historik" TO MASTER-STEM
                MOVE "sonar_result_" TO KALLA-STEM-1
                MOVE "sonar3_result_" TO KALLA-STEM-2
                MOVE 19 TO NYCKEL-LANGD
             WHEN "DIVE2"
                MOVE "dive2_historik" TO MASTER-STEM
                MOVE "dive2_resultat_" TO KALLA-STEM-1
                MOVE 19 TO NYCKEL-LANGD
             WHEN "BINGO2"
                MOVE "bingo2_sasong" TO MASTER-STEM
                MOVE "bingo2_rank_" TO KALLA-STEM-1
                MOVE 5 TO NYCKEL-LANGD
             WHEN "HYDRO"
                MOVE "hydro_hotspots" TO MASTER-STEM
                MOVE "hydro_toppunkter_" TO KALLA-STEM-1
                MOVE 11 TO NYCKEL-LANGD
             WHEN OTHER
                DISPLAY "Okand master: " WS-MASTER
                DISPLAY "Giltiga: SONARHIST, DIVE2, BINGO2, HYDRO"
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-EVALUATE

          MOVE SPACES TO WS-MASTER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 MASTER-STEM DELIMITED BY SPACE
                 ".txt" DELIMITED BY SIZE
              INTO WS-MASTER-FILENAME

          MOVE SPACES TO WS-ATERBYGGD-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "aterbyggd_" DELIMITED BY SIZE
                 MASTER-STEM DELIMITED BY SPACE
                 ".txt" DELIMITED BY SIZE
              INTO WS-ATERBYGGD-FILENAME

          MOVE SPACES TO WS-JAMFOR-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "aterbygg_" DELIMITED BY SIZE
                 MASTER-STEM DELIMITED BY SPACE
                 "_jamforelse.txt" DELIMITED BY SIZE
              INTO WS-JAMFOR-FILENAME

          MOVE SPACES TO WS-ARBETS-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "aterbygg_arbetsfil.txt" DELIMITED BY SIZE
              INTO WS-ARBETS-FILENAME
          .

       B2-PROVA-DATUM SECTION.

          IF DATUM-ARG(1:8) IS NOT NUMERIC
                OR DATUM-ARG(9:) NOT = SPACES
                OR DATUM-ARG(5:2) < "01" OR DATUM-ARG(5:2) > "12"
                OR DATUM-ARG(7:2) < "01" OR DATUM-ARG(7:2) > "31"
             DISPLAY "Ogiltigt datum (YYYYMMDD): " DATUM-ARG
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE DATUM-ARG(1:8) TO DATUM-HOLDER
          .

      *> Laser den nuvarande mastern till jamforelsetabellen och
      *> raknar dess radantal och hash. For de dagnyckelade
      *> mastrarna foljer raderna utanfor intervallet med oforandrade
      *> in i aterbyggnaden.
       C-LASA-NUVARANDE SECTION.

          PERFORM X-RAKNA-NUVARANDE

          OPEN INPUT MASTER-FIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Ingen nuvarande master (" WS-MASTER-FILENAME
                ") - jamforelsen visar allt som NY"
             EXIT SECTION
          END-IF

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ MASTER-FIL INTO MASTERPOST
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF NU-ANTAL = 20000
                         DISPLAY "Avbryter - fler an 20000 rader i "
                            WS-MASTER-FILENAME
                         MOVE 1 TO RETURN-CODE
                         STOP RUN
                      END-IF

                      ADD 1 TO NU-ANTAL
                      MOVE MASTERPOST TO NU-POST(NU-ANTAL)
                      MOVE ZERO TO NU-SEDD(NU-ANTAL)

                      PERFORM C1-BEHALL-RAD
             END-READ
          END-PERFORM

          CLOSE MASTER-FIL
          .

       C1-BEHALL-RAD SECTION.

          EVALUATE WS-MASTER
             WHEN "SONARHIST"
                IF SH-RUN-DATE < WS-FRAN-DATUM
                      OR SH-RUN-DATE > WS-TILL-DATUM
                   ADD 1 TO HIST-ANTAL
                   SET HIST-INDEX TO HIST-ANTAL
                   MOVE SH-PROGRAM TO HT-PROGRAM(HIST-INDEX)
                   MOVE SH-RUN-DATE TO HT-DATUM(HIST-INDEX)
                   MOVE SH-REKNARE TO HT-REKNARE(HIST-INDEX)
                   MOVE SH-GRAND-TOTAL TO HT-GRAND-TOTAL(HIST-INDEX)
                END-IF
             WHEN "DIVE2"
                IF DH-RUN-DATE < WS-FRAN-DATUM
                      OR DH-RUN-DATE > WS-TILL-DATUM
                   ADD 1 TO DIVE-ANTAL
                   SET DIVE-INDEX TO DIVE-ANTAL
                   MOVE DH-SUB-ID TO DT-SUB-ID(DIVE-INDEX)
                   MOVE DH-RUN-DATE TO DT-DATUM(DIVE-INDEX)
                   MOVE DH-DJUP TO DT-DJUP(DIVE-INDEX)
                   MOVE DH-FRAMDRIFT TO DT-FRAMDRIFT(DIVE-INDEX)
                   MOVE DH-SUMMA TO DT-SUMMA(DIVE-INDEX)
                   MOVE DH-TOTAL-DISTANS TO DT-DISTANS(DIVE-INDEX)
                END-IF
          END-EVALUATE
          .

      *> Dag for dag i datumordning, med varje kallfamiljs senaste
      *> generation for dagen. En dag utan kallfil hoppas over -
      *> da kordes inte programmet heller.
       D-ATERSPELA SECTION.

          COMPUTE DAG-NR = FUNCTION INTEGER-OF-DATE(WS-FRAN-DATUM)
          COMPUTE SLUT-DAG-NR =
             FUNCTION INTEGER-OF-DATE(WS-TILL-DATUM)

          PERFORM UNTIL DAG-NR > SLUT-DAG-NR
             COMPUTE DAG-DATUM = FUNCTION DATE-OF-INTEGER(DAG-NR)
             ADD 1 TO ANTAL-DAGAR

             MOVE KALLA-STEM-1 TO KALLA-STEM
             PERFORM D1-HAMTA-KALLA

             IF KALLA-FUNNEN
                PERFORM D3-TILLAMPA-KALLA
             END-IF

             IF KALLA-STEM-2 NOT = SPACES
                MOVE KALLA-STEM-2 TO KALLA-STEM
                PERFORM D1-HAMTA-KALLA

                IF KALLA-FUNNEN
                   PERFORM D3-TILLAMPA-KALLA
                END-IF
             END-IF

             ADD 1 TO DAG-NR
          END-PERFORM

          MOVE SPACES TO WS-CMD
          STRING "rm -f " DELIMITED BY SIZE
                 WS-ARBETS-FILENAME DELIMITED BY SPACE
              INTO WS-CMD
          CALL "SYSTEM" USING WS-CMD
          .

      *> Generationskatalogen ger dagens senaste generation (eller
      *> det kala datumnamnet). Ligger filen inte framme provas
      *> arkivet.
       D1-HAMTA-KALLA SECTION.

          INITIALIZE KALLA-FUNNEN-SW

          MOVE "SOK" TO GK-FUNKTION
          MOVE "ATERBYGG" TO GK-PROGRAM
          MOVE KALLA-STEM TO GK-STEM
          MOVE DAG-DATUM TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO SOKT-FILNAMN
          MOVE GK-FILNAMN TO WS-KALLA-FILENAME

          OPEN INPUT KALLA-FIL

          IF IND3-FILESTATUS = "00"
             CLOSE KALLA-FIL
             SET KALLA-FUNNEN TO TRUE
          ELSE
             PERFORM D2-HAMTA-UR-ARKIV
          END-IF
          .

      *> Samma hamtning som ARKIV HAMTA, men till en arbetsfil:
      *> slagning i hamtningskatalogen ger manadsarkivet och filens
      *> sektion (fran dess separatorrad till nasta) kopieras ut.
       D2-HAMTA-UR-ARKIV SECTION.

          INITIALIZE KATALOG-TRAFF-SW

          OPEN INPUT ARKIVKATALOG-FIL

          IF IND4-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ ARKIVKATALOG-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF AK-FILNAMN = SOKT-FILNAMN
                            SET KATALOG-TRAFF TO TRUE
                            MOVE AK-ARKIVFIL TO SOKT-ARKIVFIL
                         END-IF
                END-READ
             END-PERFORM

             CLOSE ARKIVKATALOG-FIL
          END-IF

          IF NOT KATALOG-TRAFF
             ADD 1 TO ANTAL-SAKNADE-KALLOR
             DISPLAY "Ingen kalla for " DAG-DATUM ": "
                SOKT-FILNAMN
             EXIT SECTION
          END-IF

          MOVE SOKT-ARKIVFIL TO WS-ARKIV-FILENAME

          OPEN INPUT ARKIV-FIL

          IF IND5-FILESTATUS NOT = "00"
             ADD 1 TO ANTAL-SAKNADE-KALLOR
             DISPLAY "Manadsarkivet saknas: " SOKT-ARKIVFIL
                " (" SOKT-FILNAMN ")"
             EXIT SECTION
          END-IF

          OPEN OUTPUT ARBETS-FIL

          MOVE ZERO TO ANTAL-HAMTADE-RADER
          INITIALIZE I-SEKTION-SW
          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ ARKIV-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF ARKIV-REC(1:8) = "=== FIL "
                         IF I-SEKTION
                            SET SLUT-PA-FIL TO TRUE
                         ELSE
                            IF ARKIV-REC(9:40) = SOKT-FILNAMN
                               SET I-SEKTION TO TRUE
                            END-IF
                         END-IF
                      ELSE
                         IF I-SEKTION
                            MOVE ARKIV-REC TO ARBETS-REC
                            WRITE ARBETS-REC
                            ADD 1 TO ANTAL-HAMTADE-RADER
                         END-IF
                      END-IF
             END-READ
          END-PERFORM

          CLOSE ARKIV-FIL
          CLOSE ARBETS-FIL

          IF I-SEKTION
             MOVE WS-ARBETS-FILENAME TO WS-KALLA-FILENAME
             SET KALLA-FUNNEN TO TRUE
             ADD 1 TO ANTAL-FRAN-ARKIV
             DISPLAY "Ur arkivet: " SOKT-FILNAMN " ("
                ANTAL-HAMTADE-RADER " rader)"
          ELSE
             ADD 1 TO ANTAL-SAKNADE-KALLOR
             DISPLAY "Sektionen saknas i " SOKT-ARKIVFIL ": "
                SOKT-FILNAMN
          END-IF
          .

      *> Sigillet provas som de agande programmen gor - ett brutet
      *> sigill rapporteras men dagen spelas anda, sa att
      *> jamforelsen visar vad filen sager.
       D3-TILLAMPA-KALLA SECTION.

          MOVE "PROVA" TO SG-FUNKTION
          MOVE WS-KALLA-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          IF SG-RESULTAT = "N"
             ADD 1 TO ANTAL-BRUTNA-SIGILL
             DISPLAY "BRUTET SIGILL: " SOKT-FILNAMN
          END-IF

          ADD 1 TO ANTAL-KALLOR

          OPEN INPUT KALLA-FIL

          EVALUATE WS-MASTER
             WHEN "SONARHIST"
                PERFORM H-SONARHIST-DAG
             WHEN "DIVE2"
                PERFORM I-DIVE2-DAG
             WHEN "BINGO2"
                PERFORM J-BINGO2-DAG
             WHEN "HYDRO"
                PERFORM K-HYDRO-DAG
          END-EVALUATE

          CLOSE KALLA-FIL
          .

      *> Skriver den aterbyggda mastern i sitt agande programs
      *> ordning - SONARHIST och DIVE2 pa nyckel + datum, BINGO2 i
      *> poangordning (som den star efter sista dagen) och HYDRO pa
      *> koordinat.
       E-SKRIV-ATERBYGGD SECTION.

          OPEN OUTPUT ATERBYGGD-FIL

          EVALUATE WS-MASTER
             WHEN "SONARHIST"
                IF HIST-ANTAL > ZERO
                   SORT HIST-RAD ON ASCENDING KEY HT-PROGRAM HT-DATUM
                END-IF

                PERFORM VARYING HIST-INDEX FROM 1 BY 1
                   UNTIL HIST-INDEX > HIST-ANTAL
                   MOVE SPACES TO MASTERPOST
                   MOVE HT-PROGRAM(HIST-INDEX) TO SH-PROGRAM
                   MOVE HT-DATUM(HIST-INDEX) TO SH-RUN-DATE
                   MOVE HT-REKNARE(HIST-INDEX) TO SH-REKNARE
                   MOVE HT-GRAND-TOTAL(HIST-INDEX) TO SH-GRAND-TOTAL
                   PERFORM E1-SKRIV-RAD
                END-PERFORM
             WHEN "DIVE2"
                IF DIVE-ANTAL > ZERO
                   SORT DIVE-RAD ON ASCENDING KEY DT-SUB-ID DT-DATUM
                END-IF

                PERFORM VARYING DIVE-INDEX FROM 1 BY 1
                   UNTIL DIVE-INDEX > DIVE-ANTAL
                   MOVE SPACES TO MASTERPOST
                   MOVE DT-SUB-ID(DIVE-INDEX) TO DH-SUB-ID
                   MOVE DT-DATUM(DIVE-INDEX) TO DH-RUN-DATE
                   MOVE DT-DJUP(DIVE-INDEX) TO DH-DJUP
                   MOVE DT-FRAMDRIFT(DIVE-INDEX) TO DH-FRAMDRIFT
                   MOVE DT-SUMMA(DIVE-INDEX) TO DH-SUMMA
                   MOVE DT-DISTANS(DIVE-INDEX) TO DH-TOTAL-DISTANS
                   PERFORM E1-SKRIV-RAD
                END-PERFORM
             WHEN "BINGO2"
                PERFORM VARYING SASONG-POS FROM 1 BY 1
                   UNTIL SASONG-POS > SASONG-ANTAL
                   MOVE SPACES TO MASTERPOST
                   MOVE SG-KALLA-NR(SASONG-POS) TO SA-KALLA-NR
                   MOVE SG-POANG(SASONG-POS) TO SA-POANG
                   MOVE SG-PLACERING(SASONG-POS) TO SA-PLACERING
                   MOVE SG-SENASTE-DATUM(SASONG-POS)
                      TO SA-SENASTE-DATUM
                   PERFORM E1-SKRIV-RAD
                END-PERFORM
             WHEN "HYDRO"
                IF HOTSPOT-ANTAL > ZERO
                   SORT HOTSPOT-RAD ON ASCENDING KEY HO-X HO-Y
                END-IF

                PERFORM VARYING HOTSPOT-POS FROM 1 BY 1
                   UNTIL HOTSPOT-POS > HOTSPOT-ANTAL
                   MOVE SPACES TO MASTERPOST
                   MOVE HO-X(HOTSPOT-POS) TO HS-X
                   MOVE HO-Y(HOTSPOT-POS) TO HS-Y
                   MOVE HO-FORST-SEDD(HOTSPOT-POS) TO HS-FORST-SEDD
                   MOVE HO-SENAST-SEDD(HOTSPOT-POS)
                      TO HS-SENAST-SEDD
                   MOVE HO-ANTAL-GANGER(HOTSPOT-POS)
                      TO HS-ANTAL-GANGER
                   MOVE HO-TOPP-ANTAL(HOTSPOT-POS) TO HS-TOPP-ANTAL
                   MOVE HO-SVIT(HOTSPOT-POS) TO HS-SVIT
                   MOVE HO-NIVA(HOTSPOT-POS) TO HS-NIVA
                   MOVE HO-TOPP-INTENSITET(HOTSPOT-POS)
                      TO HS-TOPP-INTENSITET
                   PERFORM E1-SKRIV-RAD
                END-PERFORM
          END-EVALUATE

          CLOSE ATERBYGGD-FIL

          DISPLAY "Aterbyggd master skriven: "
             WS-ATERBYGGD-FILENAME(1:40) " (" ANTAL-ATERBYGGDA " rader)"
          .

       E1-SKRIV-RAD SECTION.

          WRITE ATERBYGGD-RAD FROM MASTERPOST
          ADD 1 TO ANTAL-ATERBYGGDA
          .

      *> Jamfor den aterbyggda mastern mot den nuvarande nyckel for
      *> nyckel. LIKA rader raknas bara - rapporten visar det som
      *> skiljer, och TOTAL-raden sist bar det BYT ska prova.
       F-JAMFOR SECTION.

          OPEN INPUT ATERBYGGD-FIL
          OPEN OUTPUT JAMFOR-FIL

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ ATERBYGGD-FIL INTO MASTERPOST
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      PERFORM F1-JAMFOR-RAD
             END-READ
          END-PERFORM

          CLOSE ATERBYGGD-FIL

          PERFORM VARYING NU-POS FROM 1 BY 1
             UNTIL NU-POS > NU-ANTAL
             IF NU-SEDD(NU-POS) = ZERO
                ADD 1 TO ANTAL-SAKNAS
                MOVE SPACES TO JAMFOR-REC
                MOVE WS-RUN-DATE TO JF-RUN-DATE
                MOVE WS-MASTER TO JF-MASTER
                MOVE "SAKNAS" TO JF-STATUS
                MOVE NU-POST(NU-POS) TO JF-NU
                WRITE JAMFOR-REC
             END-IF
          END-PERFORM

          MOVE SPACES TO JAMFOR-TOTAL-REC
          MOVE WS-RUN-DATE TO JT-RUN-DATE
          MOVE WS-MASTER TO JT-MASTER
          MOVE "TOTAL" TO JT-STATUS
          MOVE WS-FRAN-DATUM TO JT-FRAN
          MOVE WS-TILL-DATUM TO JT-TILL
          MOVE NU-RAKNADE TO JT-NU-ANTAL
          MOVE NU-HASH TO JT-NU-HASH
          MOVE ANTAL-ATERBYGGDA TO JT-NY-ANTAL
          MOVE ANTAL-LIKA TO JT-LIKA
          MOVE ANTAL-ANDRADE TO JT-ANDRADE
          MOVE ANTAL-NYA TO JT-NYA
          MOVE ANTAL-SAKNAS TO JT-SAKNAS
          WRITE JAMFOR-TOTAL-REC

          CLOSE JAMFOR-FIL

          DISPLAY "Aterbyggnad " WS-MASTER " " WS-FRAN-DATUM
             "-" WS-TILL-DATUM ": " ANTAL-DAGAR " dagar, "
             ANTAL-KALLOR " kallfiler (" ANTAL-FRAN-ARKIV
             " ur arkivet), " ANTAL-SAKNADE-KALLOR " saknas"

          IF ANTAL-BRUTNA-SIGILL > ZERO
             DISPLAY "VARNING: " ANTAL-BRUTNA-SIGILL
                " kallfiler med brutet sigill"
          END-IF

          DISPLAY "Jamforelse: LIKA " ANTAL-LIKA " ANDRAD "
             ANTAL-ANDRADE " NY " ANTAL-NYA " SAKNAS " ANTAL-SAKNAS
          DISPLAY "Granska " WS-JAMFOR-FILENAME(1:50)
          DISPLAY "Byt in med: aterbygg <operator> BYT " WS-MASTER
          .

       F1-JAMFOR-RAD SECTION.

          INITIALIZE NYCKEL-FUNNEN-SW

          PERFORM VARYING NU-POS FROM 1 BY 1
             UNTIL NU-POS > NU-ANTAL OR NYCKEL-FUNNEN
             IF NU-SEDD(NU-POS) = ZERO
                   AND NU-POST(NU-POS)(1:NYCKEL-LANGD)
                       = MASTERPOST(1:NYCKEL-LANGD)
                SET NYCKEL-FUNNEN TO TRUE
                MOVE 1 TO NU-SEDD(NU-POS)

                IF NU-POST(NU-POS) = MASTERPOST
                   ADD 1 TO ANTAL-LIKA
                ELSE
                   ADD 1 TO ANTAL-ANDRADE
                   MOVE SPACES TO JAMFOR-REC
                   MOVE WS-RUN-DATE TO JF-RUN-DATE
                   MOVE WS-MASTER TO JF-MASTER
                   MOVE "ANDRAD" TO JF-STATUS
                   MOVE NU-POST(NU-POS) TO JF-NU
                   MOVE MASTERPOST TO JF-NY
                   WRITE JAMFOR-REC
                END-IF
             END-IF
          END-PERFORM

          IF NOT NYCKEL-FUNNEN
             ADD 1 TO ANTAL-NYA
             MOVE SPACES TO JAMFOR-REC
             MOVE WS-RUN-DATE TO JF-RUN-DATE
             MOVE WS-MASTER TO JF-MASTER
             MOVE "NY" TO JF-STATUS
             MOVE MASTERPOST TO JF-NY
             WRITE JAMFOR-REC
          END-IF
          .

      *> Operatorens bekraftelse. Jamforelsens TOTAL-rad provas
      *> forst: den aterbyggda filen ska ha samma radantal som nar
      *> den jamfordes, och den nuvarande mastern samma antal och
      *> hash - har en nattkorning skrivit om mastern sedan dess
      *> skulle bytet tappa den dagen, och da far BYGG koras om.
       G-BYT-IN SECTION.

          INITIALIZE TOTAL-SEDD-SW

          OPEN INPUT JAMFOR-FIL

          IF IND7-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ JAMFOR-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF JT-STATUS = "TOTAL"
                            SET TOTAL-SEDD TO TRUE
                            MOVE JT-FRAN TO WS-FRAN-DATUM
                            MOVE JT-TILL TO WS-TILL-DATUM
                            MOVE JT-NU-ANTAL TO BOKFORT-NU-ANTAL
                            MOVE JT-NU-HASH TO BOKFORD-NU-HASH
                            MOVE JT-NY-ANTAL TO ANTAL-ATERBYGGDA
                            MOVE JT-LIKA TO ANTAL-LIKA
                            MOVE JT-ANDRADE TO ANTAL-ANDRADE
                            MOVE JT-NYA TO ANTAL-NYA
                            MOVE JT-SAKNAS TO ANTAL-SAKNAS
                         END-IF
                END-READ
             END-PERFORM

             CLOSE JAMFOR-FIL
          END-IF

          IF NOT TOTAL-SEDD
             DISPLAY "Ingen jamforelse for " WS-MASTER
                " - kor BYGG forst"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT ATERBYGGD-FIL

          IF IND2-FILESTATUS NOT = "00"
             DISPLAY "Ingen aterbyggd master: "
                WS-ATERBYGGD-FILENAME(1:40)
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE ZERO TO NU-RAKNADE
          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ ATERBYGGD-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      ADD 1 TO NU-RAKNADE
             END-READ
          END-PERFORM

          CLOSE ATERBYGGD-FIL

          IF NU-RAKNADE NOT = ANTAL-ATERBYGGDA
             DISPLAY "Den aterbyggda mastern har andrats sedan "
                "jamforelsen - kor BYGG igen"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM X-RAKNA-NUVARANDE

          IF NU-RAKNADE NOT = BOKFORT-NU-ANTAL
                OR NU-HASH NOT = BOKFORD-NU-HASH
             DISPLAY WS-MASTER-FILENAME " har skrivits om sedan "
                "jamforelsen - kor BYGG igen"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          DISPLAY "Byter in aterbyggd " WS-MASTER " " WS-FRAN-DATUM
             "-" WS-TILL-DATUM ": LIKA " ANTAL-LIKA " ANDRAD "
             ANTAL-ANDRADE " NY " ANTAL-NYA " SAKNAS " ANTAL-SAKNAS

      *> Forebild fore omskrivningen och commit-rad efter - som
      *> varje annan omskrivning, sa att bytet kan rullas tillbaka.
          MOVE "FORE " TO JN-FUNKTION
          MOVE "ATERBYGG" TO JN-PROGRAM
          MOVE WS-MASTER-FILENAME TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE RETURN-CODE TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM

          IF JN-RESULTAT = "N"
             DISPLAY "Ingen forebild av " WS-MASTER-FILENAME
                " - mastern skrivs inte om"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT ATERBYGGD-FIL
          OPEN OUTPUT MASTER-FIL

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ ATERBYGGD-FIL INTO MASTERPOST
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      WRITE MASTER-RAD FROM MASTERPOST
             END-READ
          END-PERFORM

          CLOSE ATERBYGGD-FIL
          CLOSE MASTER-FIL

          MOVE "KLAR " TO JN-FUNKTION
          MOVE "ATERBYGG" TO JN-PROGRAM
          MOVE WS-MASTER-FILENAME TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE RETURN-CODE TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM

      *> Den aterbyggda filen ar forbrukad - ett andra BYT utan ny
      *> BYGG ska inte ga. Jamforelsen blir kvar som underlag.
          MOVE SPACES TO WS-CMD
          STRING "rm -f " DELIMITED BY SIZE
                 WS-ATERBYGGD-FILENAME DELIMITED BY SPACE
              INTO WS-CMD
          CALL "SYSTEM" USING WS-CMD

          DISPLAY "Mastern utbytt: " WS-MASTER-FILENAME
          .

      *> SONARHISTs dagliga uppdatering (D-HAMTA-DAGENS-RESULTAT
      *> och D1-UPPDATERA-NYCKEL) for en kallfil: forsta raden,
      *> samma tokenpositioner.
       H-SONARHIST-DAG SECTION.

          READ KALLA-FIL
                AT END
                   EXIT SECTION
          END-READ

          IF KALLA-STEM = "sonar_result_"
             UNSTRING KALLA-RAD DELIMITED BY SPACE
                INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
                     WS-TOKEN-5 WS-TOKEN-6
             MOVE "SONAR" TO WS-PROGRAM-NAMN
             MOVE WS-TOKEN-4(1:4) TO WS-REKNARE-IN
             MOVE WS-TOKEN-6(1:6) TO WS-GRAND-IN
          ELSE
             UNSTRING KALLA-RAD DELIMITED BY SPACE
                INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
                     WS-TOKEN-5
             MOVE "SONAR3" TO WS-PROGRAM-NAMN
             MOVE WS-TOKEN-3(1:4) TO WS-REKNARE-IN
             MOVE WS-TOKEN-5(1:6) TO WS-GRAND-IN
          END-IF

          INITIALIZE NYCKEL-FUNNEN-SW

          PERFORM VARYING HIST-INDEX FROM 1 BY 1
             UNTIL HIST-INDEX > HIST-ANTAL OR NYCKEL-FUNNEN
             IF HT-PROGRAM(HIST-INDEX) = WS-PROGRAM-NAMN
                   AND HT-DATUM(HIST-INDEX) = DAG-DATUM
                SET NYCKEL-FUNNEN TO TRUE
                MOVE WS-REKNARE-IN TO HT-REKNARE(HIST-INDEX)
                MOVE WS-GRAND-IN TO HT-GRAND-TOTAL(HIST-INDEX)
             END-IF
          END-PERFORM

          IF NOT NYCKEL-FUNNEN
             IF HIST-ANTAL = 20000
                DISPLAY "Varning: historiktabellen ar full, "
                   WS-PROGRAM-NAMN " " DAG-DATUM
                   " kan inte laggas till"
             ELSE
                ADD 1 TO HIST-ANTAL
                SET HIST-INDEX TO HIST-ANTAL
                MOVE WS-PROGRAM-NAMN TO HT-PROGRAM(HIST-INDEX)
                MOVE DAG-DATUM TO HT-DATUM(HIST-INDEX)
                MOVE WS-REKNARE-IN TO HT-REKNARE(HIST-INDEX)
                MOVE WS-GRAND-IN TO HT-GRAND-TOTAL(HIST-INDEX)
             END-IF
          END-IF
          .

      *> DIVE2s historikuppdatering (G-UPPDATERA-HISTORIK och
      *> G1-UPPDATERA-NYCKEL): varje resultatrad - de 100 forsta,
      *> som flottabellen - laggs till eller ersatter sin nyckel.
       I-DIVE2-DAG SECTION.

          MOVE ZERO TO DAG-SUBBAR
          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ KALLA-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF KALLA-RAD(1:3) NOT = "SIG"
                         IF DAG-SUBBAR < 100
                            ADD 1 TO DAG-SUBBAR
                            PERFORM I1-UPPDATERA-NYCKEL
                         ELSE
                            DISPLAY "Varning: flottabellen ar full, "
                               DR-SUB-ID " " DAG-DATUM
                               " kommer inte med"
                         END-IF
                      END-IF
             END-READ
          END-PERFORM
          .

       I1-UPPDATERA-NYCKEL SECTION.

          INITIALIZE NYCKEL-FUNNEN-SW

          PERFORM VARYING DIVE-INDEX FROM 1 BY 1
             UNTIL DIVE-INDEX > DIVE-ANTAL OR NYCKEL-FUNNEN
             IF DT-SUB-ID(DIVE-INDEX) = DR-SUB-ID
                   AND DT-DATUM(DIVE-INDEX) = DAG-DATUM
                SET NYCKEL-FUNNEN TO TRUE
                MOVE DR-DJUP TO DT-DJUP(DIVE-INDEX)
                MOVE DR-FRAMDRIFT TO DT-FRAMDRIFT(DIVE-INDEX)
                MOVE DR-SUMMA TO DT-SUMMA(DIVE-INDEX)
                MOVE DR-TOTAL-DISTANS TO DT-DISTANS(DIVE-INDEX)
             END-IF
          END-PERFORM

          IF NOT NYCKEL-FUNNEN
             IF DIVE-ANTAL = 20000
                DISPLAY "Varning: historiktabellen ar full, "
                   DR-SUB-ID " kan inte laggas till"
             ELSE
                ADD 1 TO DIVE-ANTAL
                SET DIVE-INDEX TO DIVE-ANTAL
                MOVE DR-SUB-ID TO DT-SUB-ID(DIVE-INDEX)
                MOVE DAG-DATUM TO DT-DATUM(DIVE-INDEX)
                MOVE DR-DJUP TO DT-DJUP(DIVE-INDEX)
                MOVE DR-FRAMDRIFT TO DT-FRAMDRIFT(DIVE-INDEX)
                MOVE DR-SUMMA TO DT-SUMMA(DIVE-INDEX)
                MOVE DR-TOTAL-DISTANS TO DT-DISTANS(DIVE-INDEX)
             END-IF
          END-IF
          .

      *> BINGO2s sasongsuppdatering (H-UPPDATERA-SASONG): de 100
      *> forsta i malordning far ANTAL-TABELLER - plats + 1 poang,
      *> tabellen sorteras pa poang och placeringen satts.
       J-BINGO2-DAG SECTION.

          MOVE ZERO TO FINISH-ANTAL
          INITIALIZE FINISH-TABELL
          MOVE ZERO TO DAG-ANTAL-TABELLER
          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ KALLA-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF KALLA-RAD(1:3) NOT = "SIG"
                            AND RK-RANK-NR IS NUMERIC
                            AND RK-RANK-NR > ZERO
                            AND RK-RANK-NR <= 100
                         IF RK-RANK-NR > FINISH-ANTAL
                            MOVE RK-RANK-NR TO FINISH-ANTAL
                         END-IF
                         MOVE RK-KALLA-NR TO FN-KALLA-NR(RK-RANK-NR)
                         MOVE RK-ANTAL-TABELLER TO DAG-ANTAL-TABELLER
                      END-IF
             END-READ
          END-PERFORM

          PERFORM VARYING SASONG-RANK-POS FROM 1 BY 1
             UNTIL SASONG-RANK-POS > FINISH-ANTAL

             COMPUTE SASONG-POANG-NYA =
                DAG-ANTAL-TABELLER - SASONG-RANK-POS + 1

             INITIALIZE NYCKEL-FUNNEN-SW

             PERFORM VARYING SASONG-POS FROM 1 BY 1
                UNTIL SASONG-POS > SASONG-ANTAL
                   OR NYCKEL-FUNNEN
                IF SG-KALLA-NR(SASONG-POS)
                      = FN-KALLA-NR(SASONG-RANK-POS)
                   SET NYCKEL-FUNNEN TO TRUE
                   ADD SASONG-POANG-NYA TO SG-POANG(SASONG-POS)
                   MOVE DAG-DATUM TO SG-SENASTE-DATUM(SASONG-POS)
                END-IF
             END-PERFORM

             IF NOT NYCKEL-FUNNEN
                IF SASONG-ANTAL < 2000
                   ADD 1 TO SASONG-ANTAL
                   SET SASONG-INDEX TO SASONG-ANTAL
                   MOVE FN-KALLA-NR(SASONG-RANK-POS)
                      TO SG-KALLA-NR(SASONG-INDEX)
                   MOVE SASONG-POANG-NYA TO SG-POANG(SASONG-INDEX)
                   MOVE ZERO TO SG-PLACERING(SASONG-INDEX)
                   MOVE DAG-DATUM TO SG-SENASTE-DATUM(SASONG-INDEX)
                ELSE
                   DISPLAY "Varning: sasongsmastern ar full"
                END-IF
             END-IF
          END-PERFORM

          IF SASONG-ANTAL > ZERO
             SORT SASONG-RAD ON DESCENDING KEY SG-POANG

             PERFORM VARYING SASONG-POS FROM 1 BY 1
                UNTIL SASONG-POS > SASONG-ANTAL
                MOVE SASONG-POS TO SG-PLACERING(SASONG-POS)
             END-PERFORM
          END-IF
          .

      *> HYDROs registeruppdatering (F-UPPDATERA-HOTSPOTS och
      *> F1-UPPDATERA-EN-HOTSPOT) for dagens topplista.
       K-HYDRO-DAG SECTION.

          PERFORM VARYING HOTSPOT-POS FROM 1 BY 1
             UNTIL HOTSPOT-POS > HOTSPOT-ANTAL
             MOVE ZERO TO HO-SEDD-IDAG(HOTSPOT-POS)
          END-PERFORM

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ KALLA-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF KALLA-RAD(1:3) NOT = "SIG"
                         PERFORM K1-UPPDATERA-EN-HOTSPOT
                      END-IF
             END-READ
          END-PERFORM

      *> Punkter som inte var med pa dagens topplista tappar sin
      *> svit (men behaller historiken).
          PERFORM VARYING HOTSPOT-POS FROM 1 BY 1
             UNTIL HOTSPOT-POS > HOTSPOT-ANTAL
             IF HO-SEDD-IDAG(HOTSPOT-POS) = ZERO
                MOVE ZERO TO HO-SVIT(HOTSPOT-POS)
                COMPUTE HO-NIVA(HOTSPOT-POS) =
                   HO-SVIT(HOTSPOT-POS) / ESKALERING-N
             END-IF
          END-PERFORM
          .

       K1-UPPDATERA-EN-HOTSPOT SECTION.

          INITIALIZE NYCKEL-FUNNEN-SW

          PERFORM VARYING HOTSPOT-POS FROM 1 BY 1
             UNTIL HOTSPOT-POS > HOTSPOT-ANTAL
                OR NYCKEL-FUNNEN

             IF HO-X(HOTSPOT-POS) = TP-X
                   AND HO-Y(HOTSPOT-POS) = TP-Y
                SET NYCKEL-FUNNEN TO TRUE
                MOVE 1 TO HO-SEDD-IDAG(HOTSPOT-POS)

                IF TP-ANTAL > HO-TOPP-ANTAL(HOTSPOT-POS)
                   MOVE TP-ANTAL TO HO-TOPP-ANTAL(HOTSPOT-POS)
                END-IF

                IF TP-MAX-INTENSITET
                      > HO-TOPP-INTENSITET(HOTSPOT-POS)
                   MOVE TP-MAX-INTENSITET
                      TO HO-TOPP-INTENSITET(HOTSPOT-POS)
                END-IF

                IF HO-SENAST-SEDD(HOTSPOT-POS) NOT = DAG-DATUM
                   ADD 1 TO HO-ANTAL-GANGER(HOTSPOT-POS)
                   ADD 1 TO HO-SVIT(HOTSPOT-POS)
                   COMPUTE HO-NIVA(HOTSPOT-POS) =
                      HO-SVIT(HOTSPOT-POS) / ESKALERING-N
                   MOVE DAG-DATUM TO HO-SENAST-SEDD(HOTSPOT-POS)
                END-IF
             END-IF
          END-PERFORM

          IF NOT NYCKEL-FUNNEN
             IF HOTSPOT-ANTAL = 5000
                DISPLAY "Varning: hetpunktsregistret ar fullt"
             ELSE
                ADD 1 TO HOTSPOT-ANTAL
                SET HOTSPOT-INDEX TO HOTSPOT-ANTAL
                MOVE TP-X TO HO-X(HOTSPOT-INDEX)
                MOVE TP-Y TO HO-Y(HOTSPOT-INDEX)
                MOVE DAG-DATUM TO HO-FORST-SEDD(HOTSPOT-INDEX)
                MOVE DAG-DATUM TO HO-SENAST-SEDD(HOTSPOT-INDEX)
                MOVE 1 TO HO-ANTAL-GANGER(HOTSPOT-INDEX)
                MOVE TP-ANTAL TO HO-TOPP-ANTAL(HOTSPOT-INDEX)
                MOVE TP-MAX-INTENSITET
                   TO HO-TOPP-INTENSITET(HOTSPOT-INDEX)
                MOVE 1 TO HO-SVIT(HOTSPOT-INDEX)
                MOVE ZERO TO HO-NIVA(HOTSPOT-INDEX)
                MOVE 1 TO HO-SEDD-IDAG(HOTSPOT-INDEX)
             END-IF
          END-IF
          .

      *> Radantal och hash over den nuvarande mastern - hashen ar
      *> summan av teckenvardena, samma form som RADDNINGs.
       X-RAKNA-NUVARANDE SECTION.

          MOVE ZERO TO NU-RAKNADE
          MOVE ZERO TO NU-HASH

          OPEN INPUT MASTER-FIL

          IF IND1-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ MASTER-FIL INTO MASTERPOST
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      ADD 1 TO NU-RAKNADE
                      PERFORM VARYING HASH-POS FROM 1 BY 1
                         UNTIL HASH-POS > 60
                         COMPUTE NU-HASH = NU-HASH
                            + FUNCTION ORD(MASTERPOST(HASH-POS:1))
                      END-PERFORM
             END-READ
          END-PERFORM

          CLOSE MASTER-FIL
          .
