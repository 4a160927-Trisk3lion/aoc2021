          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT AUDIT-FIL ASSIGN "korningsaudit.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS KX-NYCKEL
          ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
             WITH DUPLICATES
           FILE STATUS IS IND5-FILESTATUS.

          SELECT PROV-FIL ASSIGN "forflyg_skrivprov.tmp"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

          SELECT LAYOUTREG-FIL ASSIGN "batch/layoutregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND11-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 KAT-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 KAT-TID PIC X(6).
          05 FILLER PIC X.
          05 KAT-PLATS PIC X(4).

       FD AUDIT-FIL.
       COPY "KORNINGSINDEX-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KX==.

       FD PROV-FIL.
       01 PROV-REC PIC X(20).
       FD ARKIVREGLER-FIL.
       01 ARKIVREGLER-REC PIC X(100).

       FD LAYOUTREG-FIL.
       01 LAYOUTREG-REC PIC X(100).

       FD RAPPORT-FIL.
       01 RAPPORT-REC.
          05 FF-RUN-DATE PIC 9(8).
       01 WS-RAPPORT-FILENAME PIC X(30).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-CMD PIC X(80).

       01 W-FILESTATUSES.
          05 IND8-FILESTATUS PIC XX.
          05 IND9-FILESTATUS PIC XX.
          05 IND10-FILESTATUS PIC XX.
          05 IND11-FILESTATUS PIC XX.

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.
       01 FF-KONTROLL-HOLDER PIC X(20).
       01 FF-DETALJ-HOLDER PIC X(40).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.

      *> Auditlagrets provlasning tacker senaste veckans nycklar -
      *> hela lagret lases inte varje natt.
       01 AUDIT-FRAN-DATUM PIC 9(8).

      *> Parameterleksreglerna provas par for par - samma
      *> (program, nyckel, varde)-regler som programmens egna
      *> B0A-sektioner och ANDRINGs granskare tillampar. En rad som
      *> generationsnumren vara just en obruten foljd.
       01 GEN-STEM-W PIC X(20).
       01 GEN-DATUM-W PIC X(8).
       01 GEN-PLATS-W PIC X(4).
       01 GEN-FORRA-GEN PIC 9(2).

       PROCEDURE DIVISION.
          PERFORM E2-PROVA-FORVANTADE
          PERFORM E3-PROVA-PRISER
          PERFORM E4-PROVA-ARKIVREGLER
          PERFORM E5-PROVA-LAYOUTREGISTER
          PERFORM F-PROVA-GENKAT
          PERFORM G-PROVA-AUDIT
          PERFORM H-PROVA-SKRIVBARHET
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "forflyg_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAPPORT-FILENAME
                      AND PD-VARDE(1:6) NOT = "000000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "SONARPROF" ALSO "LINJE"
                IF PD-VARDE(1:12) NOT = SPACES
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "SONARPROF" ALSO "TOLERANS"
                IF PD-VARDE(1:5) IS NUMERIC
                      AND PD-VARDE(1:5) NOT = "00000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "SONARPROF" ALSO "NYBAS"
                IF PD-VARDE(1:1) = "J"
                      OR PD-VARDE(1:1) = "N"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "SONARKART" ALSO "KOLUMNER"
                IF PD-VARDE(1:3) IS NUMERIC
                      AND PD-VARDE(1:3) >= "010"
                      AND PD-VARDE(1:3) <= "100"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "SONARKART" ALSO "RADER"
                IF PD-VARDE(1:2) IS NUMERIC
                      AND PD-VARDE(1:2) >= "10"
                      AND PD-VARDE(1:2) <= "50"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVE2" ALSO "SEPARATION"
                IF PD-VARDE(1:4) IS NUMERIC
                      AND PD-VARDE(1:4) NOT = "0000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVEUNDH" ALSO "SNITTDAGAR"
                IF PD-VARDE(1:3) IS NUMERIC
                      AND PD-VARDE(1:3) NOT = "000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVEUNDH" ALSO "FORVARNING"
                IF PD-VARDE(1:3) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVE" ALSO "STROMKORR"
                IF PD-VARDE(1:1) = "J" OR PD-VARDE(1:1) = "N"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVE" ALSO "STARTTIMME"
                IF PD-VARDE(1:2) IS NUMERIC
                      AND PD-VARDE(1:2) <= "23"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVE" ALSO "FART"
                IF PD-VARDE(1:2) IS NUMERIC
                      AND PD-VARDE(1:2) NOT = "00"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINARY" ALSO "BITBREDD"
                IF PD-VARDE(1:2) IS NUMERIC
                      AND PD-VARDE(1:2) >= "01"
                      AND PD-VARDE(1:2) <= "99"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINARY" ALSO "UTESLUT"
                IF PD-VARDE(1:1) = "J" OR PD-VARDE(1:1) = "N"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINARY2Q" ALSO "LAGE"
                IF PD-VARDE(1:6) = "PRENUM"
                      OR PD-VARDE(1:5) = "FRAGA"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINGOBET" ALSO "KARENSDAGAR"
                IF PD-VARDE(1:2) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINGOSALJ" ALSO "FONDANDEL"
                IF PD-VARDE(1:2) IS NUMERIC
                      AND PD-VARDE(1:2) >= "01"
                      AND PD-VARDE(1:2) <= "99"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINGOSALJ" ALSO "JACKPOTANDEL"
                IF PD-VARDE(1:2) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINGO" ALSO "STORLEK"
                IF PD-VARDE(1:2) IS NUMERIC
                      AND PD-VARDE(1:2) >= "01"
                IF PD-VARDE(1:5) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "HYDRO" ALSO "BLOCKSIDA"
                IF PD-VARDE(1:4) IS NUMERIC
                      AND PD-VARDE(1:4) NOT = "0000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "HYDRO" ALSO "TOPPMATT"
             WHEN "HYDRO" ALSO "KORRIDORMATT"
                IF PD-VARDE(1:5) = "ANTAL"
                      OR PD-VARDE(1:5) = "VIKT "
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "HYDROLUCKA" ALSO "DAGAR"
                IF PD-VARDE(1:4) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "HYDROFLYTT" ALSO "SURVEYER"
                IF PD-VARDE(1:3) IS NUMERIC
                      AND PD-VARDE(1:3) >= "002"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "HYDROFLYTT" ALSO "HORISONT"
                IF PD-VARDE(1:3) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "LEKCYKEL" ALSO "DAGAR"
             WHEN "LEKCYKEL" ALSO "KONTROLLDAG"
             WHEN "LEKCYKEL" ALSO "TATHETSGRANS"
             WHEN "LEKPROGNOS" ALSO "TOLERANS"
                IF PD-VARDE(1:3) IS NUMERIC
                      AND PD-VARDE(1:3) NOT = "000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "LEKCYKEL" ALSO "SCENARIER"
                SET PD-REGEL-OK TO TRUE
             WHEN "LEKKVOT" ALSO "TAK"
                IF PD-VARDE(1:12) IS NUMERIC
                      AND PD-VARDE(1:12) NOT = "000000000000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "LEKKVOT" ALSO "FRAN"
             WHEN "LEKKVOT" ALSO "TILL"
             WHEN "LEKKVOT" ALSO "DAGAR"
                IF PD-VARDE(1:3) IS NUMERIC
                      AND PD-VARDE(1:3) NOT = "000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "LEKKVOT" ALSO "POSITIONER"
                IF PD-VARDE(1:1) >= "0" AND PD-VARDE(1:1) <= "8"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "FLOTTLINJE" ALSO "PUNKTER"
                IF PD-VARDE(1:1) >= "1" AND PD-VARDE(1:1) <= "9"
                      AND PD-VARDE(2:1) = SPACE
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "FLOTTLINJE" ALSO "ORDERMODELL"
                IF PD-VARDE = "FLAT" OR PD-VARDE = "OKANDE"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "NATTKORNIN" ALSO "HALLPAMINN"
                IF PD-VARDE(1:6) IS NUMERIC
                      AND PD-VARDE(1:2) <= "23"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "TESTDATA" ALSO "VOLYM"
                IF PD-VARDE(1:6) IS NUMERIC
                      AND PD-VARDE(1:6) NOT = "000000"
                IF PD-VARDE(1:9) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "RESKONTRA" ALSO "VILLKOR"
                IF PD-VARDE(1:3) IS NUMERIC
                      AND PD-VARDE(1:3) NOT = "000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "RESKONTRA" ALSO "PAMINNELSE1"
             WHEN "RESKONTRA" ALSO "PAMINNELSE2"
             WHEN "RESKONTRA" ALSO "PAMINNELSE3"
             WHEN "RESKONTRA" ALSO "FLAGGADAGAR"
                IF PD-VARDE(1:3) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
      *> Platskoden (se PLATS.cpy) galler alla program: en till fyra
      *> tecken utan mellanslag. ALLA ar reserverad for
      *> sammanstallningarna over alla platser.
             WHEN ANY ALSO "PLATS"
                IF PD-VARDE(1:1) NOT = SPACE
                      AND PD-VARDE(5:) = SPACES
                      AND (PD-VARDE(2:1) NOT = SPACE
                           OR PD-VARDE(2:3) = SPACES)
                      AND (PD-VARDE(3:1) NOT = SPACE
                           OR PD-VARDE(3:2) = SPACES)
                      AND PD-VARDE(1:4) NOT = "ALLA"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          END-IF
          .

      *> Layoutregistret: POST-rader med stam och numerisk
      *> postlangd, FALT-rader med numerisk position och langd och
      *> faltyp N, D, B eller X - samma grundregler som LAYOUTKOLL
      *> tillampar innan den provar en enda fil.
       E5-PROVA-LAYOUTREGISTER SECTION.

          MOVE "LAYOUTREGISTER" TO FF-KONTROLL-HOLDER
          MOVE ZERO TO RAD-NR
          MOVE ZERO TO KONTROLL-FEL
          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT LAYOUTREG-FIL

          IF IND11-FILESTATUS NOT = "00"
             PERFORM Y2-SKRIV-OK
          ELSE
             PERFORM UNTIL SLUT-PA-FIL
                READ LAYOUTREG-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         ADD 1 TO RAD-NR
                         IF LAYOUTREG-REC NOT = SPACES
                            PERFORM E5A-PROVA-LAYOUTRAD
                         END-IF
                END-READ
             END-PERFORM

             CLOSE LAYOUTREG-FIL

             IF KONTROLL-FEL = ZERO
                PERFORM Y2-SKRIV-OK
             END-IF
          END-IF
          .

       E5A-PROVA-LAYOUTRAD SECTION.

          EVALUATE LAYOUTREG-REC(1:4)
             WHEN "POST"
                IF LAYOUTREG-REC(6:20) = SPACES
                      OR LAYOUTREG-REC(27:3) IS NOT NUMERIC
                      OR LAYOUTREG-REC(27:3) = "000"
                      OR LAYOUTREG-REC(27:3) > "250"
                      OR LAYOUTREG-REC(31:4) = SPACES
                   PERFORM E5B-SKRIV-LAYOUTFEL
                END-IF
             WHEN "FALT"
                IF LAYOUTREG-REC(6:20) = SPACES
                      OR LAYOUTREG-REC(27:3) IS NOT NUMERIC
                      OR LAYOUTREG-REC(31:3) IS NOT NUMERIC
                      OR LAYOUTREG-REC(31:3) = "000"
                      OR LAYOUTREG-REC(31:3) > "018"
                      OR (LAYOUTREG-REC(35:1) NOT = "N"
                          AND LAYOUTREG-REC(35:1) NOT = "D"
                          AND LAYOUTREG-REC(35:1) NOT = "B"
                          AND LAYOUTREG-REC(35:1) NOT = "X")
                   PERFORM E5B-SKRIV-LAYOUTFEL
                END-IF
             WHEN OTHER
                PERFORM E5B-SKRIV-LAYOUTFEL
          END-EVALUATE
          .

       E5B-SKRIV-LAYOUTFEL SECTION.

          MOVE SPACES TO FF-DETALJ-HOLDER
          STRING "RAD " DELIMITED BY SIZE
                 RAD-NR DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 LAYOUTREG-REC(1:30) DELIMITED BY SIZE
              INTO FF-DETALJ-HOLDER
          PERFORM Y-SKRIV-FEL
          .

      *> Generationskatalogen ar lasarnas enda vag till "senaste
      *> generationen" - har den hal eller oordning gar
      *> slutstegens uppslag fel. Per stam, datum och plats ska
      *> generationsnumren stiga.
       F-PROVA-GENKAT SECTION.

          MOVE ZERO TO KONTROLL-FEL
          MOVE SPACES TO GEN-STEM-W
          MOVE SPACES TO GEN-DATUM-W
          MOVE SPACES TO GEN-PLATS-W
          MOVE ZERO TO GEN-FORRA-GEN
          INITIALIZE SLUT-PA-FIL-SW

          ELSE
             IF KAT-STEM = GEN-STEM-W
                   AND KAT-DATUM = GEN-DATUM-W
                   AND KAT-PLATS = GEN-PLATS-W
                IF FUNCTION NUMVAL(KAT-GEN)
                      NOT > GEN-FORRA-GEN
                   MOVE SPACES TO FF-DETALJ-HOLDER

             MOVE KAT-STEM TO GEN-STEM-W
             MOVE KAT-DATUM TO GEN-DATUM-W
             MOVE KAT-PLATS TO GEN-PLATS-W
             COMPUTE GEN-FORRA-GEN = FUNCTION NUMVAL(KAT-GEN)
          END-IF
          .

      *> Auditlagret ska ga att oppna, och raderna under
      *> senaste veckans nycklar ska ha lasbart datum och program
      *> som stammer med nyckeln - en nyckel som pekar pa fel rad
      *> ar ett skadat index. Finns lagret inte an skapas det av
      *> AUDITKONV fore strommarna.
       G-PROVA-AUDIT SECTION.

          MOVE "KORNINGSAUDIT" TO FF-KONTROLL-HOLDER

          OPEN INPUT AUDIT-FIL

          IF IND5-FILESTATUS = "35"
             PERFORM Y2-SKRIV-OK
          ELSE
             IF IND5-FILESTATUS NOT = "00"
                MOVE SPACES TO FF-DETALJ-HOLDER
                STRING "KAN INTE OPPNAS, STATUS " DELIMITED BY SIZE
                       IND5-FILESTATUS DELIMITED BY SIZE
                    INTO FF-DETALJ-HOLDER
                PERFORM Y-SKRIV-FEL
             ELSE
                COMPUTE AUDIT-FRAN-DATUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 7)

                MOVE LOW-VALUES TO KX-NYCKEL
                MOVE AUDIT-FRAN-DATUM TO KX-NYCKEL-DATUM

                START AUDIT-FIL KEY >= KX-NYCKEL
                   INVALID KEY
                      SET SLUT-PA-FIL TO TRUE
                END-START

                PERFORM UNTIL SLUT-PA-FIL
                   READ AUDIT-FIL NEXT
                         AT END
                            SET SLUT-PA-FIL TO TRUE
                         NOT AT END
                            ADD 1 TO RAD-NR
                            MOVE KX-RAD TO RA-KORNINGSAUDIT-REC
                            IF RA-RUN-DATE IS NOT NUMERIC
                                  OR RA-PROGRAM = SPACES
                               MOVE SPACES TO FF-DETALJ-HOLDER
                               STRING "RAD " DELIMITED BY SIZE
                                      RAD-NR DELIMITED BY SIZE
                                      ": OPARSBAR" DELIMITED BY SIZE
                                   INTO FF-DETALJ-HOLDER
                               PERFORM Y-SKRIV-FEL
                            ELSE
                               IF RA-RUN-DATE NOT = KX-NYCKEL-DATUM
                                     OR RA-PROGRAM
                                        NOT = KX-NYCKEL-PROGRAM
                                  MOVE SPACES TO FF-DETALJ-HOLDER
                                  STRING "RAD " DELIMITED BY SIZE
                                         RAD-NR DELIMITED BY SIZE
                                         ": NYCKELN STAMMER INTE"
                                            DELIMITED BY SIZE
                                      INTO FF-DETALJ-HOLDER
                                  PERFORM Y-SKRIV-FEL
                               END-IF
                            END-IF
                   END-READ
                END-PERFORM

                CLOSE AUDIT-FIL

                IF KONTROLL-FEL = ZERO
                   PERFORM Y2-SKRIV-OK
                END-IF
             END-IF
          END-IF
          .
