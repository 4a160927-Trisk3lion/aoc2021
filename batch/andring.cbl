                      AND PD-VARDE-W(1:6) NOT = "000000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "SONARPROF" ALSO "LINJE"
                IF PD-VARDE-W(1:12) NOT = SPACES
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "SONARPROF" ALSO "TOLERANS"
                IF PD-VARDE-W(1:5) IS NUMERIC
                      AND PD-VARDE-W(1:5) NOT = "00000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "SONARPROF" ALSO "NYBAS"
                IF PD-VARDE-W(1:1) = "J"
                      OR PD-VARDE-W(1:1) = "N"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "SONARKART" ALSO "KOLUMNER"
                IF PD-VARDE-W(1:3) IS NUMERIC
                      AND PD-VARDE-W(1:3) >= "010"
                      AND PD-VARDE-W(1:3) <= "100"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "SONARKART" ALSO "RADER"
                IF PD-VARDE-W(1:2) IS NUMERIC
                      AND PD-VARDE-W(1:2) >= "10"
                      AND PD-VARDE-W(1:2) <= "50"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVE2" ALSO "SEPARATION"
                IF PD-VARDE-W(1:4) IS NUMERIC
                      AND PD-VARDE-W(1:4) NOT = "0000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVEUNDH" ALSO "SNITTDAGAR"
                IF PD-VARDE-W(1:3) IS NUMERIC
                      AND PD-VARDE-W(1:3) NOT = "000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVEUNDH" ALSO "FORVARNING"
                IF PD-VARDE-W(1:3) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVE" ALSO "STROMKORR"
                IF PD-VARDE-W(1:1) = "J" OR PD-VARDE-W(1:1) = "N"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVE" ALSO "STARTTIMME"
                IF PD-VARDE-W(1:2) IS NUMERIC
                      AND PD-VARDE-W(1:2) <= "23"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "DIVE" ALSO "FART"
                IF PD-VARDE-W(1:2) IS NUMERIC
                      AND PD-VARDE-W(1:2) NOT = "00"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINARY" ALSO "BITBREDD"
                IF PD-VARDE-W(1:2) IS NUMERIC
                      AND PD-VARDE-W(1:2) >= "01"
                      AND PD-VARDE-W(1:2) <= "99"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINARY" ALSO "UTESLUT"
                IF PD-VARDE-W(1:1) = "J" OR PD-VARDE-W(1:1) = "N"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINGOBET" ALSO "KARENSDAGAR"
                IF PD-VARDE-W(1:2) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINGOSALJ" ALSO "FONDANDEL"
                IF PD-VARDE-W(1:2) IS NUMERIC
                      AND PD-VARDE-W(1:2) >= "01"
                      AND PD-VARDE-W(1:2) <= "99"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINGOSALJ" ALSO "JACKPOTANDEL"
                IF PD-VARDE-W(1:2) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINGO" ALSO "STORLEK"
                IF PD-VARDE-W(1:2) IS NUMERIC
                      AND PD-VARDE-W(1:2) >= "01"
                IF PD-VARDE-W(1:5) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "HYDRO" ALSO "BLOCKSIDA"
                IF PD-VARDE-W(1:4) IS NUMERIC
                      AND PD-VARDE-W(1:4) NOT = "0000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "HYDRO" ALSO "TOPPMATT"
             WHEN "HYDRO" ALSO "KORRIDORMATT"
                IF PD-VARDE-W(1:5) = "ANTAL"
                      OR PD-VARDE-W(1:5) = "VIKT "
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "HYDROLUCKA" ALSO "DAGAR"
                IF PD-VARDE-W(1:4) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "HYDROFLYTT" ALSO "SURVEYER"
                IF PD-VARDE-W(1:3) IS NUMERIC
                      AND PD-VARDE-W(1:3) >= "002"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "HYDROFLYTT" ALSO "HORISONT"
                IF PD-VARDE-W(1:3) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "LEKCYKEL" ALSO "INFIL"
             WHEN "FLOTTLINJE" ALSO "INFIL"
                SET PD-REGEL-OK TO TRUE
             WHEN "LEKCYKEL" ALSO "DAGAR"
             WHEN "LEKCYKEL" ALSO "KONTROLLDAG"
             WHEN "LEKCYKEL" ALSO "TATHETSGRANS"
             WHEN "LEKPROGNOS" ALSO "TOLERANS"
                IF PD-VARDE-W(1:3) IS NUMERIC
                      AND PD-VARDE-W(1:3) NOT = "000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "LEKCYKEL" ALSO "SCENARIER"
                SET PD-REGEL-OK TO TRUE
             WHEN "LEKKVOT" ALSO "TAK"
                IF PD-VARDE-W(1:12) IS NUMERIC
                      AND PD-VARDE-W(1:12) NOT = "000000000000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "LEKKVOT" ALSO "FRAN"
             WHEN "LEKKVOT" ALSO "TILL"
             WHEN "LEKKVOT" ALSO "DAGAR"
                IF PD-VARDE-W(1:3) IS NUMERIC
                      AND PD-VARDE-W(1:3) NOT = "000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "LEKKVOT" ALSO "POSITIONER"
                IF PD-VARDE-W(1:1) >= "0" AND PD-VARDE-W(1:1) <= "8"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "FLOTTLINJE" ALSO "PUNKTER"
                IF PD-VARDE-W(1:1) >= "1" AND PD-VARDE-W(1:1) <= "9"
                      AND PD-VARDE-W(2:1) = SPACE
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "FLOTTLINJE" ALSO "ORDERMODELL"
                IF PD-VARDE-W = "FLAT" OR PD-VARDE-W = "OKANDE"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "BINARY2Q" ALSO "LAGE"
                IF PD-VARDE-W(1:6) = "PRENUM"
                      OR PD-VARDE-W(1:5) = "FRAGA"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "NATTKORNIN" ALSO "HALLPAMINN"
                IF PD-VARDE-W(1:6) IS NUMERIC
                      AND PD-VARDE-W(1:2) <= "23"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "TESTDATA" ALSO "VOLYM"
                IF PD-VARDE-W(1:6) IS NUMERIC
                      AND PD-VARDE-W(1:6) NOT = "000000"
                IF PD-VARDE-W(1:9) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "RESKONTRA" ALSO "VILLKOR"
                IF PD-VARDE-W(1:3) IS NUMERIC
                      AND PD-VARDE-W(1:3) NOT = "000"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN "RESKONTRA" ALSO "PAMINNELSE1"
             WHEN "RESKONTRA" ALSO "PAMINNELSE2"
             WHEN "RESKONTRA" ALSO "PAMINNELSE3"
             WHEN "RESKONTRA" ALSO "FLAGGADAGAR"
                IF PD-VARDE-W(1:3) IS NUMERIC
                   SET PD-REGEL-OK TO TRUE
                END-IF
      *> Platskoden (se PLATS.cpy) galler alla program: en till fyra
      *> tecken utan mellanslag. ALLA ar reserverad for
      *> sammanstallningarna over alla platser.
             WHEN ANY ALSO "PLATS"
                IF PD-VARDE-W(1:1) NOT = SPACE
                      AND PD-VARDE-W(5:) = SPACES
                      AND (PD-VARDE-W(2:1) NOT = SPACE
                           OR PD-VARDE-W(2:3) = SPACES)
                      AND (PD-VARDE-W(3:1) NOT = SPACE
                           OR PD-VARDE-W(3:2) = SPACES)
                      AND PD-VARDE-W(1:4) NOT = "ALLA"
                   SET PD-REGEL-OK TO TRUE
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE
