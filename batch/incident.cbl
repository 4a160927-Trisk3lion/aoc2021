       IDENTIFICATION DIVISION.

       PROGRAM-ID. INCIDENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT LARM-LOGG-FIL ASSIGN "larmcentral_logg.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT INCIDENT-FIL ASSIGN "incidentregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT KOPPLING-FIL ASSIGN "incident_larm.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT RAPPORT-FIL ASSIGN DYNAMIC
             WS-RAPPORT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

      *> Samma postlayout som LARM-LOGG-REC i LARMCENTRAL.
       FD LARM-LOGG-FIL.
       01 LARM-LOGG-REC.
          05 LL-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 LL-TID PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 LL-OPERATOR PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 LL-AKTION PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 LL-LARM-NR PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 LL-NOTERING PIC X(30).

      *> Incidentregistret: en rad per incident med kategori,
      *> platsen den galler, vem som oppnade den och nar, orsak,
      *> atgard, vem som stangde den och nar, och upp till fem
      *> berorda program. STATUS: OPPEN eller STANGD. Filen skrivs
      *> om fran tabellen vid varje andring, som larmcentral.txt.
       FD INCIDENT-FIL.
       01 INCIDENT-REC.
          05 IR-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 IR-STATUS PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 IR-KATEGORI PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 IR-PLATS PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 IR-OPPNAD-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 IR-OPPNAD-AV PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 IR-ORSAK PIC X(30).
          05 FILLER PIC X VALUE SPACE.
          05 IR-ATGARD PIC X(30).
          05 FILLER PIC X VALUE SPACE.
          05 IR-STANGD-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 IR-STANGD-TID PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IR-STANGD-AV PIC X(8).
          05 IR-PROGRAM-GRUPP OCCURS 5 TIMES.
             10 FILLER PIC X.
             10 IR-PROGRAM PIC X(10).

      *> Incidentens larm: en rad per kopplat larm, med larmets
      *> nummer i larmcentralen, dess egen stampel, program, text
      *> och plats, och nar och av vem det kvitterades. Larmets
      *> historia slutar i larmcentralen vid kvitteringen - har
      *> lever den vidare.
       FD KOPPLING-FIL.
       01 KOPPLING-REC.
          05 IL-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 IL-LARM-NR PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 IL-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 IL-KLOCKSLAG PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IL-PROGRAM PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 IL-ALLVAR PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 IL-TEXT PIC X(40).
          05 FILLER PIC X VALUE SPACE.
          05 IL-KVITT-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 IL-KVITT-TID PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IL-KVITT-AV PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 IL-PLATS PIC X(4).

      *> Manadsrapporten, en rad per
      *>   INCIDENT - incident som startade under manaden: antal
      *>              larm, minuter till kvittering och till
      *>              stangning (noll nar den annu ar oppen)
      *>   ORSAK    - per orsak: antal incidenter, snitt till
      *>              kvittering, summa minuter till stangning -
      *>              UPPREPAD nar orsaken setts mer an en gang
      *>   KATEGORI - per kategori: antal och snittider
      *>   SUMMA    - manadens antal och snittider
      *>   OPPNA    - antal incidenter som star oppna nu
       FD RAPPORT-FIL.
       01 RAPPORT-REC.
          05 IM-PERIOD PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IM-TYP PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 IM-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 IM-KATEGORI PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 IM-ORSAK PIC X(30).
          05 FILLER PIC X VALUE SPACE.
          05 IM-ANTAL PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 IM-KVITT-MIN PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IM-LOS-MIN PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IM-MARK PIC X(8).

       WORKING-STORAGE SECTION.

      *> Incidentregistret: larmcentralen foljer ett larm tills
      *> nagon kvitterat det, sedan tar dess historia slut - samma
      *> SONAR3-stopp eller BALANS-obalans kan komma tillbaka varje
      *> vecka utan att nagon kopplar ihop dem. Har samlas ett
      *> eller flera larm till en incident med kategori, berorda
      *> program, orsak, atgard och vem som stangde den, och
      *> RAPPORT skriver manadens tid till kvittering, tid till
      *> losning och upprepade incidenter per orsak - vilka fel som
      *> fortsatter att kosta oss natter. De oppna incidenterna
      *> listas i skiftoverlamningen (OVERLAMNING).
      *>
      *> Tiderna raknas fran incidentens forsta larm: kvittering
      *> ar det forsta kopplade larmets kvittering i larmcentralens
      *> logg, losning ar stangningen. Samma orsak ska skrivas pa
      *> samma satt varje gang - det ar pa den upprepningarna
      *> hittas.
      *>
      *> Anrop: incident <operator> <aktion> [operand] [text]
      *>   OPPNA <larmnr> <kategori>  ny incident fran ett larm
      *>   KOPPLA <nr> <larmnr>       koppla ytterligare ett larm
      *>   PROGRAM <nr> <program>     lagg till ett berort program
      *>   ORSAK <nr> <text>          satt orsaken
      *>   ATGARD <nr> <text>         satt atgarden
      *>   STANG <nr>                 stang - kraver orsak och atgard
      *>   LISTA                      visa oppna incidenter
      *>   RAPPORT [YYYYMM]           manadsrapport (standard:
      *>                              innevarande manad)
       01 WS-OPERATOR PIC X(8).
       01 WS-AKTION PIC X(8).
       01 WS-OPERAND PIC X(8).
       01 WS-TEXT PIC X(30).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 WS-RAPPORT-FILENAME PIC X(30).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-KLOCKA PIC 9(8).
       01 WS-PERIOD PIC 9(6).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

      *> Giltiga kategorier.
       01 KATEGORI-KONST.
          05 FILLER PIC X(10) VALUE "FLODE".
          05 FILLER PIC X(10) VALUE "DATA".
          05 FILLER PIC X(10) VALUE "PROGRAM".
          05 FILLER PIC X(10) VALUE "AVSTAMNING".
          05 FILLER PIC X(10) VALUE "KAPACITET".
          05 FILLER PIC X(10) VALUE "DRIFT".
          05 FILLER PIC X(10) VALUE "OVRIGT".
       01 FILLER REDEFINES KATEGORI-KONST.
          05 KATEGORI-NAMN PIC X(10) OCCURS 7 TIMES.

       01 KAT-POS PIC 9.

       01 LARM-ANTAL PIC 9(4) VALUE ZERO.

       01 LARM-TABELL.
          05 LARM-RAD-M OCCURS 2000 TIMES.
             10 LT-DATUM PIC 9(8).
             10 LT-KLOCKSLAG PIC 9(6).
             10 LT-PROGRAM PIC X(10).
             10 LT-ALLVAR PIC X(4).
             10 LT-TEXT PIC X(40).
             10 LT-STATUS PIC X(9).
             10 LT-KVITTERAD-AV PIC X(8).
             10 LT-PLATS PIC X(4).

      *> Larmcentralens kvitteringar ur dess logg.
       01 KVITT-ANTAL PIC 9(4) VALUE ZERO.

       01 KVITT-TABELL.
          05 KVITT-RAD OCCURS 2000 TIMES.
             10 KV-LARM-NR PIC 9(4).
             10 KV-DATUM PIC 9(8).
             10 KV-TID PIC 9(6).

       01 KVITT-POS PIC 9(4).

       01 INC-ANTAL PIC 9(4) VALUE ZERO.

       01 INC-TABELL.
          05 INC-RAD OCCURS 1000 TIMES.
             10 IT-NR PIC 9(5).
             10 IT-STATUS PIC X(6).
             10 IT-KATEGORI PIC X(10).
             10 IT-PLATS PIC X(4).
             10 IT-OPPNAD-DATUM PIC 9(8).
             10 IT-OPPNAD-AV PIC X(8).
             10 IT-ORSAK PIC X(30).
             10 IT-ATGARD PIC X(30).
             10 IT-STANGD-DATUM PIC 9(8).
             10 IT-STANGD-TID PIC 9(6).
             10 IT-STANGD-AV PIC X(8).
             10 IT-PROGRAM PIC X(10) OCCURS 5 TIMES.

       01 INC-POS PIC 9(4).
       01 VALD-INC PIC 9(4).
       01 VALT-NR PIC 9(5).
       01 HOGSTA-NR PIC 9(5) VALUE ZERO.
       01 PROG-POS PIC 9.
       01 PROGRAM-HOLDER PIC X(10).

       01 KOPP-ANTAL PIC 9(4) VALUE ZERO.

       01 KOPP-TABELL.
          05 KOPP-RAD OCCURS 3000 TIMES.
             10 KT-NR PIC 9(5).
             10 KT-LARM-NR PIC 9(4).
             10 KT-DATUM PIC 9(8).
             10 KT-KLOCKSLAG PIC 9(6).
             10 KT-PROGRAM PIC X(10).
             10 KT-ALLVAR PIC X(4).
             10 KT-TEXT PIC X(40).
             10 KT-KVITT-DATUM PIC 9(8).
             10 KT-KVITT-TID PIC 9(6).
             10 KT-KVITT-AV PIC X(8).
             10 KT-PLATS PIC X(4).

       01 KOPP-POS PIC 9(4).
       01 VALT-LARM-NR PIC 9(4).

       01 ANDRAD-SW PIC 9 VALUE ZERO.
          88 ANDRAD VALUE 1.
       01 FUNNEN-SW PIC 9.
          88 FUNNEN VALUE 1.

      *> Tidsberakning i minuter over dygnsgranserna, som
      *> LARMCENTRALs eskalering.
       01 TID-DATUM PIC 9(8).
       01 TID-KLOCKSLAG PIC 9(6).
       01 TID-MINUTER PIC 9(9).
       01 START-MINUTER PIC 9(9).
       01 KVITT-MINUTER PIC 9(9).
       01 INC-START-DATUM PIC 9(8).
       01 INC-KVITT-MIN PIC 9(6).
       01 INC-LOS-MIN PIC 9(6).
       01 INC-LARM-ANTAL PIC 9(4).
       01 INC-KVITTAD-SW PIC 9.
          88 INC-KVITTAD VALUE 1.

      *> Manadens ackumulering per orsak och per kategori.
       01 ORS-ANTAL PIC 9(3) VALUE ZERO.

       01 ORS-TABELL.
          05 ORS-RAD OCCURS 200 TIMES.
             10 OT-ORSAK PIC X(30).
             10 OT-ANTAL PIC 9(4).
             10 OT-TOTALT PIC 9(4).
             10 OT-KVITT-SUMMA PIC 9(8).
             10 OT-KVITT-ANTAL PIC 9(4).
             10 OT-LOS-SUMMA PIC 9(8).

       01 ORS-POS PIC 9(3).

       01 KATS-TABELL.
          05 KATS-RAD OCCURS 7 TIMES.
             10 KS-ANTAL PIC 9(4).
             10 KS-KVITT-SUMMA PIC 9(8).
             10 KS-KVITT-ANTAL PIC 9(4).
             10 KS-LOS-SUMMA PIC 9(8).
             10 KS-LOS-ANTAL PIC 9(4).

       01 SUMMA-ANTAL PIC 9(4) VALUE ZERO.
       01 SUMMA-KVITT PIC 9(8) VALUE ZERO.
       01 SUMMA-KVITT-ANTAL PIC 9(4) VALUE ZERO.
       01 SUMMA-LOS PIC 9(8) VALUE ZERO.
       01 SUMMA-LOS-ANTAL PIC 9(4) VALUE ZERO.
       01 ANTAL-OPPNA PIC 9(4) VALUE ZERO.
       01 SNITT-W PIC 9(6).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-LARM
          PERFORM C2-LASA-KVITTERINGAR
          PERFORM C3-LASA-REGISTER
          PERFORM C4-LASA-KOPPLINGAR
          PERFORM C5-HAMTA-KVITTERINGAR

          EVALUATE WS-AKTION
             WHEN "OPPNA"
                PERFORM D-OPPNA
             WHEN "KOPPLA"
                PERFORM E-KOPPLA
             WHEN "PROGRAM"
                PERFORM F-PROGRAM
             WHEN "ORSAK"
                PERFORM G-ORSAK
             WHEN "ATGARD"
                PERFORM G2-ATGARD
             WHEN "STANG"
                PERFORM H-STANG
             WHEN "LISTA"
                PERFORM I-LISTA
             WHEN "RAPPORT"
                PERFORM J-RAPPORT
             WHEN OTHER
                DISPLAY "Okand aktion: " WS-AKTION
                DISPLAY "Giltiga: OPPNA, KOPPLA, PROGRAM, ORSAK, "
                   "ATGARD, STANG, LISTA, RAPPORT"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE

          IF ANDRAD
             PERFORM W-SKRIV-REGISTER
             PERFORM W2-SKRIV-KOPPLINGAR
          END-IF

          IF WS-AKTION NOT = "LISTA" AND WS-AKTION NOT = "RAPPORT"
                AND RETURN-CODE = ZERO
             PERFORM Y-SKRIV-LOGG
          END-IF

          STOP RUN
          .

       B-INIT SECTION.

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          ACCEPT WS-KLOCKA FROM TIME

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
                DISPLAY "Ange aktion: OPPNA, KOPPLA, PROGRAM, "
                   "ORSAK, ATGARD, STANG, LISTA eller RAPPORT"
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-ACCEPT

          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-OPERAND FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-OPERAND
          END-ACCEPT

          MOVE 4 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-TEXT FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-TEXT
          END-ACCEPT
          .

       C-LASA-LARM SECTION.

          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT LARM-FIL

          IF IND1-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ LARM-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF LARM-ANTAL < 2000
                         ADD 1 TO LARM-ANTAL
                         MOVE LC-DATUM TO LT-DATUM(LARM-ANTAL)
                         MOVE LC-KLOCKSLAG
                            TO LT-KLOCKSLAG(LARM-ANTAL)
                         MOVE LC-PROGRAM TO LT-PROGRAM(LARM-ANTAL)
                         MOVE LC-ALLVAR TO LT-ALLVAR(LARM-ANTAL)
                         MOVE LC-TEXT TO LT-TEXT(LARM-ANTAL)
                         MOVE LC-STATUS TO LT-STATUS(LARM-ANTAL)
                         MOVE LC-KVITTERAD-AV
                            TO LT-KVITTERAD-AV(LARM-ANTAL)
                         MOVE LC-PLATS TO LT-PLATS(LARM-ANTAL)
                      END-IF
             END-READ
          END-PERFORM

          CLOSE LARM-FIL
          .

      *> Larmcentralen sparar inte kvitteringens klockslag pa
      *> larmet - det gor dess atgardslogg, per larmnummer.
       C2-LASA-KVITTERINGAR SECTION.

          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT LARM-LOGG-FIL

          IF IND2-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ LARM-LOGG-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF LL-AKTION = "KVITTERA"
                            AND KVITT-ANTAL < 2000
                         ADD 1 TO KVITT-ANTAL
                         MOVE LL-LARM-NR TO KV-LARM-NR(KVITT-ANTAL)
                         MOVE LL-DATUM TO KV-DATUM(KVITT-ANTAL)
                         MOVE LL-TID TO KV-TID(KVITT-ANTAL)
                      END-IF
             END-READ
          END-PERFORM

          CLOSE LARM-LOGG-FIL
          .

       C3-LASA-REGISTER SECTION.

          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT INCIDENT-FIL

          IF IND3-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ INCIDENT-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
      *> Registret skrivs om fran tabellen - ett tak som tyst
      *> tappade rader vore att stryka incidenter ur historiken.
                      IF INC-ANTAL = 1000
                         DISPLAY "Avbryter - fler an 1000 incidenter "
                            "i incidentregister.txt"
                         MOVE 1 TO RETURN-CODE
                         STOP RUN
                      END-IF

                      ADD 1 TO INC-ANTAL
                      MOVE IR-NR TO IT-NR(INC-ANTAL)
                      MOVE IR-STATUS TO IT-STATUS(INC-ANTAL)
                      MOVE IR-KATEGORI TO IT-KATEGORI(INC-ANTAL)
                      MOVE IR-PLATS TO IT-PLATS(INC-ANTAL)
                      MOVE IR-OPPNAD-DATUM
                         TO IT-OPPNAD-DATUM(INC-ANTAL)
                      MOVE IR-OPPNAD-AV TO IT-OPPNAD-AV(INC-ANTAL)
                      MOVE IR-ORSAK TO IT-ORSAK(INC-ANTAL)
                      MOVE IR-ATGARD TO IT-ATGARD(INC-ANTAL)
                      MOVE IR-STANGD-DATUM
                         TO IT-STANGD-DATUM(INC-ANTAL)
                      MOVE IR-STANGD-TID TO IT-STANGD-TID(INC-ANTAL)
                      MOVE IR-STANGD-AV TO IT-STANGD-AV(INC-ANTAL)

                      PERFORM VARYING PROG-POS FROM 1 BY 1
                         UNTIL PROG-POS > 5
                         MOVE IR-PROGRAM(PROG-POS)
                            TO IT-PROGRAM(INC-ANTAL, PROG-POS)
                      END-PERFORM

                      IF IR-NR > HOGSTA-NR
                         MOVE IR-NR TO HOGSTA-NR
                      END-IF
             END-READ
          END-PERFORM

          CLOSE INCIDENT-FIL
          .

       C4-LASA-KOPPLINGAR SECTION.

          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT KOPPLING-FIL

          IF IND4-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ KOPPLING-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF KOPP-ANTAL = 3000
                         DISPLAY "Avbryter - fler an 3000 kopplade "
                            "larm i incident_larm.txt"
                         MOVE 1 TO RETURN-CODE
                         STOP RUN
                      END-IF

                      ADD 1 TO KOPP-ANTAL
                      MOVE IL-NR TO KT-NR(KOPP-ANTAL)
                      MOVE IL-LARM-NR TO KT-LARM-NR(KOPP-ANTAL)
                      MOVE IL-DATUM TO KT-DATUM(KOPP-ANTAL)
                      MOVE IL-KLOCKSLAG TO KT-KLOCKSLAG(KOPP-ANTAL)
                      MOVE IL-PROGRAM TO KT-PROGRAM(KOPP-ANTAL)
                      MOVE IL-ALLVAR TO KT-ALLVAR(KOPP-ANTAL)
                      MOVE IL-TEXT TO KT-TEXT(KOPP-ANTAL)
                      MOVE IL-KVITT-DATUM
                         TO KT-KVITT-DATUM(KOPP-ANTAL)
                      MOVE IL-KVITT-TID TO KT-KVITT-TID(KOPP-ANTAL)
                      MOVE IL-KVITT-AV TO KT-KVITT-AV(KOPP-ANTAL)
                      MOVE IL-PLATS TO KT-PLATS(KOPP-ANTAL)
             END-READ
          END-PERFORM

          CLOSE KOPPLING-FIL
          .

      *> Ett larm som kopplades okvitterat far sin kvittering nar
      *> den kommer. Larmnumret ar positionen i larmcentral.txt -
      *> larmet provas darfor mot sin egen stampel och sitt
      *> program, sa att en kompakterad larmfil inte ger ett
      *> annat larms kvittering.
       C5-HAMTA-KVITTERINGAR SECTION.

          PERFORM VARYING KOPP-POS FROM 1 BY 1
             UNTIL KOPP-POS > KOPP-ANTAL

             IF KT-KVITT-DATUM(KOPP-POS) = ZERO
                   AND KT-LARM-NR(KOPP-POS) >= 1
                   AND KT-LARM-NR(KOPP-POS) <= LARM-ANTAL
                MOVE KT-LARM-NR(KOPP-POS) TO VALT-LARM-NR
                IF LT-DATUM(VALT-LARM-NR) = KT-DATUM(KOPP-POS)
                      AND LT-KLOCKSLAG(VALT-LARM-NR)
                         = KT-KLOCKSLAG(KOPP-POS)
                      AND LT-PROGRAM(VALT-LARM-NR)
                         = KT-PROGRAM(KOPP-POS)
                      AND LT-STATUS(VALT-LARM-NR) = "KVITTERAD"
                   PERFORM S1-SOK-KVITTERING
                END-IF
             END-IF
          END-PERFORM
          .

      *> Forsta kvitteringen av larmnumret efter larmets stampel.
       S1-SOK-KVITTERING SECTION.

          MOVE KT-DATUM(KOPP-POS) TO TID-DATUM
          MOVE KT-KLOCKSLAG(KOPP-POS) TO TID-KLOCKSLAG
          PERFORM S9-BERAKNA-MINUTER
          MOVE TID-MINUTER TO START-MINUTER

          INITIALIZE FUNNEN-SW

          PERFORM VARYING KVITT-POS FROM 1 BY 1
             UNTIL KVITT-POS > KVITT-ANTAL OR FUNNEN
             IF KV-LARM-NR(KVITT-POS) = KT-LARM-NR(KOPP-POS)
                MOVE KV-DATUM(KVITT-POS) TO TID-DATUM
                MOVE KV-TID(KVITT-POS) TO TID-KLOCKSLAG
                PERFORM S9-BERAKNA-MINUTER
                IF TID-MINUTER >= START-MINUTER
                   SET FUNNEN TO TRUE
                   MOVE KV-DATUM(KVITT-POS)
                      TO KT-KVITT-DATUM(KOPP-POS)
                   MOVE KV-TID(KVITT-POS) TO KT-KVITT-TID(KOPP-POS)
                   MOVE LT-KVITTERAD-AV(VALT-LARM-NR)
                      TO KT-KVITT-AV(KOPP-POS)
                   SET ANDRAD TO TRUE
                END-IF
             END-IF
          END-PERFORM
          .

       D-OPPNA SECTION.

          PERFORM S2-VALJ-LARM

          INITIALIZE FUNNEN-SW

          PERFORM VARYING KAT-POS FROM 1 BY 1
             UNTIL KAT-POS > 7 OR FUNNEN
             IF KATEGORI-NAMN(KAT-POS) = WS-TEXT
                SET FUNNEN TO TRUE
             END-IF
          END-PERFORM

          IF NOT FUNNEN
             DISPLAY "Ogiltig kategori: " WS-TEXT
             DISPLAY "Giltiga: FLODE, DATA, PROGRAM, AVSTAMNING, "
                "KAPACITET, DRIFT, OVRIGT"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          IF INC-ANTAL = 1000
             DISPLAY "Incidentregistret ar fullt"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO HOGSTA-NR
          ADD 1 TO INC-ANTAL
          MOVE INC-ANTAL TO VALD-INC
          INITIALIZE INC-RAD(VALD-INC)
          MOVE HOGSTA-NR TO IT-NR(VALD-INC)
          MOVE "OPPEN" TO IT-STATUS(VALD-INC)
          MOVE WS-TEXT TO IT-KATEGORI(VALD-INC)
          MOVE LT-PLATS(VALT-LARM-NR) TO IT-PLATS(VALD-INC)
          MOVE WS-RUN-DATE TO IT-OPPNAD-DATUM(VALD-INC)
          MOVE WS-OPERATOR TO IT-OPPNAD-AV(VALD-INC)

          PERFORM S3-KOPPLA-LARM

          DISPLAY "Incident " IT-NR(VALD-INC) " oppnad: "
             IT-KATEGORI(VALD-INC) " larm " VALT-LARM-NR " "
             LT-PROGRAM(VALT-LARM-NR)
          .

       E-KOPPLA SECTION.

          PERFORM S4-VALJ-INCIDENT
          PERFORM S5-KRAV-OPPEN

          MOVE WS-TEXT TO WS-OPERAND
          PERFORM S2-VALJ-LARM

          IF LT-PLATS(VALT-LARM-NR) NOT = IT-PLATS(VALD-INC)
             DISPLAY "Larm " VALT-LARM-NR " galler plats "
                LT-PLATS(VALT-LARM-NR) " - incidenten galler "
                IT-PLATS(VALD-INC)
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM S3-KOPPLA-LARM

          DISPLAY "Larm " VALT-LARM-NR " kopplat till incident "
             IT-NR(VALD-INC)
          .

       F-PROGRAM SECTION.

          PERFORM S4-VALJ-INCIDENT
          PERFORM S5-KRAV-OPPEN

          IF WS-TEXT = SPACES
             DISPLAY "PROGRAM kraver ett programnamn som fjarde "
                "argument"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE FUNCTION UPPER-CASE(WS-TEXT) TO PROGRAM-HOLDER
          PERFORM S6-LAGG-TILL-PROGRAM

          DISPLAY "Incident " IT-NR(VALD-INC) " berorda program: "
             IT-PROGRAM(VALD-INC, 1) " " IT-PROGRAM(VALD-INC, 2) " "
             IT-PROGRAM(VALD-INC, 3) " " IT-PROGRAM(VALD-INC, 4) " "
             IT-PROGRAM(VALD-INC, 5)
          .

       G-ORSAK SECTION.

          PERFORM S4-VALJ-INCIDENT
          PERFORM S5-KRAV-OPPEN

          IF WS-TEXT = SPACES
             DISPLAY "ORSAK kraver en text som fjarde argument"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE FUNCTION UPPER-CASE(WS-TEXT) TO IT-ORSAK(VALD-INC)
          SET ANDRAD TO TRUE

          DISPLAY "Incident " IT-NR(VALD-INC) " orsak: "
             IT-ORSAK(VALD-INC)
          .

       G2-ATGARD SECTION.

          PERFORM S4-VALJ-INCIDENT
          PERFORM S5-KRAV-OPPEN

          IF WS-TEXT = SPACES
             DISPLAY "ATGARD kraver en text som fjarde argument"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-TEXT TO IT-ATGARD(VALD-INC)
          SET ANDRAD TO TRUE

          DISPLAY "Incident " IT-NR(VALD-INC) " atgard: "
             IT-ATGARD(VALD-INC)
          .

      *> En incident utan orsak och atgard lar ingen nagot - den
      *> kan inte stangas forran bada ar skrivna.
       H-STANG SECTION.

          PERFORM S4-VALJ-INCIDENT
          PERFORM S5-KRAV-OPPEN

          IF IT-ORSAK(VALD-INC) = SPACES
                OR IT-ATGARD(VALD-INC) = SPACES
             DISPLAY "Incident " IT-NR(VALD-INC)
                " saknar orsak eller atgard - satt ORSAK och "
                "ATGARD forst"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE "STANGD" TO IT-STATUS(VALD-INC)
          MOVE WS-RUN-DATE TO IT-STANGD-DATUM(VALD-INC)
          MOVE WS-KLOCKA(1:6) TO IT-STANGD-TID(VALD-INC)
          MOVE WS-OPERATOR TO IT-STANGD-AV(VALD-INC)
          SET ANDRAD TO TRUE

          PERFORM S7-BERAKNA-INCIDENT

          DISPLAY "Incident " IT-NR(VALD-INC) " stangd av "
             WS-OPERATOR " - " INC-LOS-MIN " minuter fran forsta "
             "larmet"
          .

       I-LISTA SECTION.

          PERFORM VARYING INC-POS FROM 1 BY 1
             UNTIL INC-POS > INC-ANTAL

             IF IT-STATUS(INC-POS) = "OPPEN"
                ADD 1 TO ANTAL-OPPNA
                MOVE INC-POS TO VALD-INC
                PERFORM S7-BERAKNA-INCIDENT

                DISPLAY "Incident " IT-NR(INC-POS) ": "
                   IT-KATEGORI(INC-POS) " "
                   IT-PLATS(INC-POS) " sedan "
                   INC-START-DATUM " " INC-LARM-ANTAL " larm "
                   IT-PROGRAM(INC-POS, 1) " "
                   IT-PROGRAM(INC-POS, 2) " "
                   IT-PROGRAM(INC-POS, 3)
                IF IT-ORSAK(INC-POS) NOT = SPACES
                   DISPLAY "   orsak: " IT-ORSAK(INC-POS)
                END-IF
                IF IT-ATGARD(INC-POS) NOT = SPACES
                   DISPLAY "   atgard: " IT-ATGARD(INC-POS)
                END-IF
             END-IF
          END-PERFORM

          IF ANTAL-OPPNA = ZERO
             DISPLAY "Inga oppna incidenter"
          ELSE
             DISPLAY "Antal oppna incidenter: " ANTAL-OPPNA
          END-IF
          .

      *> Manadsrapporten for ledningen: incidenter som startade
      *> under manaden, med tid till kvittering och till losning,
      *> och per orsak hur ofta den kommit tillbaka.
       J-RAPPORT SECTION.

          IF WS-OPERAND = SPACES
             MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
          ELSE
             IF WS-OPERAND(1:6) IS NOT NUMERIC
                   OR WS-OPERAND(5:2) < "01"
                   OR WS-OPERAND(5:2) > "12"
                DISPLAY "Ogiltig period: " WS-OPERAND
                   " - ange YYYYMM"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE WS-OPERAND(1:6) TO WS-PERIOD
          END-IF

          MOVE SPACES TO WS-RAPPORT-FILENAME
          STRING "incident_rapport_" DELIMITED BY SIZE
                 WS-PERIOD DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAPPORT-FILENAME

          INITIALIZE KATS-TABELL

          OPEN OUTPUT RAPPORT-FIL

          PERFORM VARYING INC-POS FROM 1 BY 1
             UNTIL INC-POS > INC-ANTAL
             MOVE INC-POS TO VALD-INC
             PERFORM S7-BERAKNA-INCIDENT

             IF IT-STATUS(INC-POS) = "OPPEN"
                ADD 1 TO ANTAL-OPPNA
             END-IF

             IF IT-ORSAK(INC-POS) NOT = SPACES
                PERFORM J1-RAKNA-ORSAK
             END-IF

             IF INC-START-DATUM(1:6) = WS-PERIOD
                PERFORM J2-RAKNA-IN-INCIDENT
             END-IF
          END-PERFORM

          PERFORM J3-SKRIV-SAMMANSTALLNING

          CLOSE RAPPORT-FIL

          DISPLAY "Incidentrapport skriven: " WS-RAPPORT-FILENAME
          DISPLAY "Incidenter under perioden: " SUMMA-ANTAL
             " Oppna nu: " ANTAL-OPPNA
          .

      *> Orsaken raknas over hela registret (OT-TOTALT) - en
      *> upprepning ar en upprepning aven om forra gangen var i
      *> en annan manad.
       J1-RAKNA-ORSAK SECTION.

          INITIALIZE FUNNEN-SW

          PERFORM VARYING ORS-POS FROM 1 BY 1
             UNTIL ORS-POS > ORS-ANTAL OR FUNNEN
             IF OT-ORSAK(ORS-POS) = IT-ORSAK(INC-POS)
                SET FUNNEN TO TRUE
             END-IF
          END-PERFORM

          IF FUNNEN
             SUBTRACT 1 FROM ORS-POS
          ELSE
             IF ORS-ANTAL = 200
                EXIT SECTION
             END-IF
             ADD 1 TO ORS-ANTAL
             MOVE ORS-ANTAL TO ORS-POS
             INITIALIZE ORS-RAD(ORS-POS)
             MOVE IT-ORSAK(INC-POS) TO OT-ORSAK(ORS-POS)
          END-IF

          ADD 1 TO OT-TOTALT(ORS-POS)

          IF INC-START-DATUM(1:6) = WS-PERIOD
             ADD 1 TO OT-ANTAL(ORS-POS)
             IF INC-KVITTAD
                ADD INC-KVITT-MIN TO OT-KVITT-SUMMA(ORS-POS)
                ADD 1 TO OT-KVITT-ANTAL(ORS-POS)
             END-IF
             IF IT-STATUS(INC-POS) = "STANGD"
                ADD INC-LOS-MIN TO OT-LOS-SUMMA(ORS-POS)
             END-IF
          END-IF
          .

       J2-RAKNA-IN-INCIDENT SECTION.

          ADD 1 TO SUMMA-ANTAL

          PERFORM VARYING KAT-POS FROM 1 BY 1
             UNTIL KAT-POS > 7
                OR KATEGORI-NAMN(KAT-POS) = IT-KATEGORI(INC-POS)
             CONTINUE
          END-PERFORM

          IF KAT-POS > 7
             MOVE 7 TO KAT-POS
          END-IF

          ADD 1 TO KS-ANTAL(KAT-POS)

          IF INC-KVITTAD
             ADD INC-KVITT-MIN TO SUMMA-KVITT
             ADD 1 TO SUMMA-KVITT-ANTAL
             ADD INC-KVITT-MIN TO KS-KVITT-SUMMA(KAT-POS)
             ADD 1 TO KS-KVITT-ANTAL(KAT-POS)
          END-IF

          IF IT-STATUS(INC-POS) = "STANGD"
             ADD INC-LOS-MIN TO SUMMA-LOS
             ADD 1 TO SUMMA-LOS-ANTAL
             ADD INC-LOS-MIN TO KS-LOS-SUMMA(KAT-POS)
             ADD 1 TO KS-LOS-ANTAL(KAT-POS)
          END-IF

          MOVE SPACES TO RAPPORT-REC
          MOVE WS-PERIOD TO IM-PERIOD
          MOVE "INCIDENT" TO IM-TYP
          MOVE IT-NR(INC-POS) TO IM-NR
          MOVE IT-KATEGORI(INC-POS) TO IM-KATEGORI
          MOVE IT-ORSAK(INC-POS) TO IM-ORSAK
          MOVE INC-LARM-ANTAL TO IM-ANTAL
          MOVE INC-KVITT-MIN TO IM-KVITT-MIN
          MOVE INC-LOS-MIN TO IM-LOS-MIN
          MOVE IT-STATUS(INC-POS) TO IM-MARK
          WRITE RAPPORT-REC
          .

       J3-SKRIV-SAMMANSTALLNING SECTION.

          PERFORM VARYING ORS-POS FROM 1 BY 1
             UNTIL ORS-POS > ORS-ANTAL

             IF OT-ANTAL(ORS-POS) NOT = ZERO
                MOVE SPACES TO RAPPORT-REC
                MOVE WS-PERIOD TO IM-PERIOD
                MOVE "ORSAK" TO IM-TYP
                MOVE ZERO TO IM-NR
                MOVE OT-ORSAK(ORS-POS) TO IM-ORSAK
                MOVE OT-ANTAL(ORS-POS) TO IM-ANTAL
                MOVE ZERO TO IM-KVITT-MIN
                IF OT-KVITT-ANTAL(ORS-POS) NOT = ZERO
                   COMPUTE IM-KVITT-MIN ROUNDED =
                      OT-KVITT-SUMMA(ORS-POS)
                      / OT-KVITT-ANTAL(ORS-POS)
                END-IF
                MOVE OT-LOS-SUMMA(ORS-POS) TO IM-LOS-MIN
                IF OT-TOTALT(ORS-POS) > 1
                   MOVE "UPPREPAD" TO IM-MARK
                END-IF
                WRITE RAPPORT-REC
             END-IF
          END-PERFORM

          PERFORM VARYING KAT-POS FROM 1 BY 1
             UNTIL KAT-POS > 7

             IF KS-ANTAL(KAT-POS) NOT = ZERO
                MOVE SPACES TO RAPPORT-REC
                MOVE WS-PERIOD TO IM-PERIOD
                MOVE "KATEGORI" TO IM-TYP
                MOVE ZERO TO IM-NR
                MOVE KATEGORI-NAMN(KAT-POS) TO IM-KATEGORI
                MOVE KS-ANTAL(KAT-POS) TO IM-ANTAL
                MOVE ZERO TO IM-KVITT-MIN
                MOVE ZERO TO IM-LOS-MIN
                IF KS-KVITT-ANTAL(KAT-POS) NOT = ZERO
                   COMPUTE IM-KVITT-MIN ROUNDED =
                      KS-KVITT-SUMMA(KAT-POS)
                      / KS-KVITT-ANTAL(KAT-POS)
                END-IF
                IF KS-LOS-ANTAL(KAT-POS) NOT = ZERO
                   COMPUTE IM-LOS-MIN ROUNDED =
                      KS-LOS-SUMMA(KAT-POS) / KS-LOS-ANTAL(KAT-POS)
                END-IF
                WRITE RAPPORT-REC
             END-IF
          END-PERFORM

          MOVE SPACES TO RAPPORT-REC
          MOVE WS-PERIOD TO IM-PERIOD
          MOVE "SUMMA" TO IM-TYP
          MOVE ZERO TO IM-NR
          MOVE SUMMA-ANTAL TO IM-ANTAL
          MOVE ZERO TO IM-KVITT-MIN
          MOVE ZERO TO IM-LOS-MIN
          IF SUMMA-KVITT-ANTAL NOT = ZERO
             COMPUTE IM-KVITT-MIN ROUNDED =
                SUMMA-KVITT / SUMMA-KVITT-ANTAL
          END-IF
          IF SUMMA-LOS-ANTAL NOT = ZERO
             COMPUTE IM-LOS-MIN ROUNDED =
                SUMMA-LOS / SUMMA-LOS-ANTAL
          END-IF
          WRITE RAPPORT-REC

          MOVE SPACES TO RAPPORT-REC
          MOVE WS-PERIOD TO IM-PERIOD
          MOVE "OPPNA" TO IM-TYP
          MOVE ZERO TO IM-NR
          MOVE ANTAL-OPPNA TO IM-ANTAL
          MOVE ZERO TO IM-KVITT-MIN
          MOVE ZERO TO IM-LOS-MIN
          WRITE RAPPORT-REC
          .

      *> Larmnumret i WS-OPERAND, som larmcentralens LISTA visar
      *> det. Ett larm hor till hogst en incident.
       S2-VALJ-LARM SECTION.

          IF WS-OPERAND(1:4) IS NOT NUMERIC
             DISPLAY "Ogiltigt larmnummer: " WS-OPERAND
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-OPERAND(1:4) TO VALT-LARM-NR

          IF VALT-LARM-NR < 1 OR VALT-LARM-NR > LARM-ANTAL
             DISPLAY "Larm " VALT-LARM-NR " finns inte i "
                "larmcentral.txt"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM VARYING KOPP-POS FROM 1 BY 1
             UNTIL KOPP-POS > KOPP-ANTAL
             IF KT-LARM-NR(KOPP-POS) = VALT-LARM-NR
                   AND KT-DATUM(KOPP-POS) = LT-DATUM(VALT-LARM-NR)
                   AND KT-KLOCKSLAG(KOPP-POS)
                      = LT-KLOCKSLAG(VALT-LARM-NR)
                DISPLAY "Larm " VALT-LARM-NR " hor redan till "
                   "incident " KT-NR(KOPP-POS)
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-PERFORM
          .

       S3-KOPPLA-LARM SECTION.

          IF KOPP-ANTAL = 3000
             DISPLAY "Kopplingsfilen ar full"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO KOPP-ANTAL
          MOVE KOPP-ANTAL TO KOPP-POS
          MOVE IT-NR(VALD-INC) TO KT-NR(KOPP-POS)
          MOVE VALT-LARM-NR TO KT-LARM-NR(KOPP-POS)
          MOVE LT-DATUM(VALT-LARM-NR) TO KT-DATUM(KOPP-POS)
          MOVE LT-KLOCKSLAG(VALT-LARM-NR) TO KT-KLOCKSLAG(KOPP-POS)
          MOVE LT-PROGRAM(VALT-LARM-NR) TO KT-PROGRAM(KOPP-POS)
          MOVE LT-ALLVAR(VALT-LARM-NR) TO KT-ALLVAR(KOPP-POS)
          MOVE LT-TEXT(VALT-LARM-NR) TO KT-TEXT(KOPP-POS)
          MOVE ZERO TO KT-KVITT-DATUM(KOPP-POS)
          MOVE ZERO TO KT-KVITT-TID(KOPP-POS)
          MOVE SPACES TO KT-KVITT-AV(KOPP-POS)
          MOVE LT-PLATS(VALT-LARM-NR) TO KT-PLATS(KOPP-POS)

          IF LT-STATUS(VALT-LARM-NR) = "KVITTERAD"
             PERFORM S1-SOK-KVITTERING
          END-IF

          MOVE LT-PROGRAM(VALT-LARM-NR) TO PROGRAM-HOLDER
          PERFORM S6-LAGG-TILL-PROGRAM

          SET ANDRAD TO TRUE
          .

      *> Incidentnumret i WS-OPERAND, fem siffror som LISTA visar
      *> det.
       S4-VALJ-INCIDENT SECTION.

          MOVE ZERO TO VALT-NR

          IF WS-OPERAND(1:5) IS NUMERIC
             MOVE WS-OPERAND(1:5) TO VALT-NR
          END-IF

          MOVE ZERO TO VALD-INC

          PERFORM VARYING INC-POS FROM 1 BY 1
             UNTIL INC-POS > INC-ANTAL OR VALD-INC NOT = ZERO
             IF IT-NR(INC-POS) = VALT-NR AND VALT-NR NOT = ZERO
                MOVE INC-POS TO VALD-INC
             END-IF
          END-PERFORM

          IF VALD-INC = ZERO
             DISPLAY "Okand incident: " WS-OPERAND
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

       S5-KRAV-OPPEN SECTION.

          IF IT-STATUS(VALD-INC) NOT = "OPPEN"
             DISPLAY "Incident " IT-NR(VALD-INC) " ar redan stangd "
                "av " IT-STANGD-AV(VALD-INC)
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *> Programmet i PROGRAM-HOLDER laggs till incidentens berorda
      *> program om det inte redan star dar - fem platser, de
      *> forsta vinner.
       S6-LAGG-TILL-PROGRAM SECTION.

          INITIALIZE FUNNEN-SW

          PERFORM VARYING PROG-POS FROM 1 BY 1
             UNTIL PROG-POS > 5 OR FUNNEN
             IF IT-PROGRAM(VALD-INC, PROG-POS) = PROGRAM-HOLDER
                SET FUNNEN TO TRUE
             END-IF
          END-PERFORM

          PERFORM VARYING PROG-POS FROM 1 BY 1
             UNTIL PROG-POS > 5 OR FUNNEN
             IF IT-PROGRAM(VALD-INC, PROG-POS) = SPACES
                MOVE PROGRAM-HOLDER
                   TO IT-PROGRAM(VALD-INC, PROG-POS)
                SET FUNNEN TO TRUE
             END-IF
          END-PERFORM

          SET ANDRAD TO TRUE
          .

      *> Incidentens tider i minuter fran dess forsta larm:
      *> forsta kvitteringen och stangningen. Utan kopplade larm
      *> raknas fran oppningsdagens borjan.
       S7-BERAKNA-INCIDENT SECTION.

          MOVE ZERO TO INC-LARM-ANTAL
          MOVE ZERO TO INC-KVITT-MIN
          MOVE ZERO TO INC-LOS-MIN
          MOVE ZERO TO KVITT-MINUTER
          MOVE 999999999 TO START-MINUTER
          MOVE IT-OPPNAD-DATUM(VALD-INC) TO INC-START-DATUM
          INITIALIZE INC-KVITTAD-SW

          PERFORM VARYING KOPP-POS FROM 1 BY 1
             UNTIL KOPP-POS > KOPP-ANTAL

             IF KT-NR(KOPP-POS) = IT-NR(VALD-INC)
                ADD 1 TO INC-LARM-ANTAL

                MOVE KT-DATUM(KOPP-POS) TO TID-DATUM
                MOVE KT-KLOCKSLAG(KOPP-POS) TO TID-KLOCKSLAG
                PERFORM S9-BERAKNA-MINUTER
                IF TID-MINUTER < START-MINUTER
                   MOVE TID-MINUTER TO START-MINUTER
                   MOVE KT-DATUM(KOPP-POS) TO INC-START-DATUM
                END-IF

                IF KT-KVITT-DATUM(KOPP-POS) NOT = ZERO
                   MOVE KT-KVITT-DATUM(KOPP-POS) TO TID-DATUM
                   MOVE KT-KVITT-TID(KOPP-POS) TO TID-KLOCKSLAG
                   PERFORM S9-BERAKNA-MINUTER
                   IF NOT INC-KVITTAD
                         OR TID-MINUTER < KVITT-MINUTER
                      MOVE TID-MINUTER TO KVITT-MINUTER
                      SET INC-KVITTAD TO TRUE
                   END-IF
                END-IF
             END-IF
          END-PERFORM

          IF INC-LARM-ANTAL = ZERO
             MOVE IT-OPPNAD-DATUM(VALD-INC) TO TID-DATUM
             MOVE ZERO TO TID-KLOCKSLAG
             PERFORM S9-BERAKNA-MINUTER
             MOVE TID-MINUTER TO START-MINUTER
          END-IF

          IF INC-KVITTAD AND KVITT-MINUTER > START-MINUTER
             COMPUTE INC-KVITT-MIN = KVITT-MINUTER - START-MINUTER
          END-IF

          IF IT-STATUS(VALD-INC) = "STANGD"
             MOVE IT-STANGD-DATUM(VALD-INC) TO TID-DATUM
             MOVE IT-STANGD-TID(VALD-INC) TO TID-KLOCKSLAG
             PERFORM S9-BERAKNA-MINUTER
             IF TID-MINUTER > START-MINUTER
                COMPUTE INC-LOS-MIN = TID-MINUTER - START-MINUTER
             END-IF
          END-IF
          .

       S9-BERAKNA-MINUTER SECTION.

          MOVE ZERO TO TID-MINUTER

          IF TID-DATUM IS NUMERIC AND TID-DATUM > 16010101
             COMPUTE TID-MINUTER =
                FUNCTION INTEGER-OF-DATE(TID-DATUM) * 1440
                + FUNCTION NUMVAL(TID-KLOCKSLAG(1:2)) * 60
                + FUNCTION NUMVAL(TID-KLOCKSLAG(3:2))
          END-IF
          .

       W-SKRIV-REGISTER SECTION.

          OPEN OUTPUT INCIDENT-FIL

          PERFORM VARYING INC-POS FROM 1 BY 1
             UNTIL INC-POS > INC-ANTAL

             MOVE SPACES TO INCIDENT-REC
             MOVE IT-NR(INC-POS) TO IR-NR
             MOVE IT-STATUS(INC-POS) TO IR-STATUS
             MOVE IT-KATEGORI(INC-POS) TO IR-KATEGORI
             MOVE IT-PLATS(INC-POS) TO IR-PLATS
             MOVE IT-OPPNAD-DATUM(INC-POS) TO IR-OPPNAD-DATUM
             MOVE IT-OPPNAD-AV(INC-POS) TO IR-OPPNAD-AV
             MOVE IT-ORSAK(INC-POS) TO IR-ORSAK
             MOVE IT-ATGARD(INC-POS) TO IR-ATGARD
             MOVE IT-STANGD-DATUM(INC-POS) TO IR-STANGD-DATUM
             MOVE IT-STANGD-TID(INC-POS) TO IR-STANGD-TID
             MOVE IT-STANGD-AV(INC-POS) TO IR-STANGD-AV

             PERFORM VARYING PROG-POS FROM 1 BY 1
                UNTIL PROG-POS > 5
                MOVE IT-PROGRAM(INC-POS, PROG-POS)
                   TO IR-PROGRAM(PROG-POS)
             END-PERFORM

             WRITE INCIDENT-REC
          END-PERFORM

          CLOSE INCIDENT-FIL
          .

       W2-SKRIV-KOPPLINGAR SECTION.

          OPEN OUTPUT KOPPLING-FIL

          PERFORM VARYING KOPP-POS FROM 1 BY 1
             UNTIL KOPP-POS > KOPP-ANTAL

             MOVE SPACES TO KOPPLING-REC
             MOVE KT-NR(KOPP-POS) TO IL-NR
             MOVE KT-LARM-NR(KOPP-POS) TO IL-LARM-NR
             MOVE KT-DATUM(KOPP-POS) TO IL-DATUM
             MOVE KT-KLOCKSLAG(KOPP-POS) TO IL-KLOCKSLAG
             MOVE KT-PROGRAM(KOPP-POS) TO IL-PROGRAM
             MOVE KT-ALLVAR(KOPP-POS) TO IL-ALLVAR
             MOVE KT-TEXT(KOPP-POS) TO IL-TEXT
             MOVE KT-KVITT-DATUM(KOPP-POS) TO IL-KVITT-DATUM
             MOVE KT-KVITT-TID(KOPP-POS) TO IL-KVITT-TID
             MOVE KT-KVITT-AV(KOPP-POS) TO IL-KVITT-AV
             MOVE KT-PLATS(KOPP-POS) TO IL-PLATS

             WRITE KOPPLING-REC
          END-PERFORM

          CLOSE KOPPLING-FIL
          .

      *> Incidentatgarderna protokollfors i larmcentralens
      *> atgardslogg - samma stalle som kvitteringarna.
       Y-SKRIV-LOGG SECTION.

          OPEN EXTEND LARM-LOGG-FIL

          IF IND2-FILESTATUS = "35"
             OPEN OUTPUT LARM-LOGG-FIL
          END-IF

          MOVE SPACES TO LARM-LOGG-REC
          MOVE WS-RUN-DATE TO LL-DATUM
          MOVE WS-KLOCKA(1:6) TO LL-TID
          MOVE WS-OPERATOR TO LL-OPERATOR
          MOVE WS-AKTION TO LL-AKTION

          IF WS-AKTION = "OPPNA" OR WS-AKTION = "KOPPLA"
             MOVE VALT-LARM-NR TO LL-LARM-NR
          ELSE
             MOVE ZERO TO LL-LARM-NR
          END-IF

          STRING "INCIDENT " DELIMITED BY SIZE
                 IT-NR(VALD-INC) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-TEXT DELIMITED BY SIZE
              INTO LL-NOTERING

          WRITE LARM-LOGG-REC

          CLOSE LARM-LOGG-FIL
          .
