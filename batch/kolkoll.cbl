          05 DT-TOTAL-DISTANS PIC 9(9).
          05 FILLER PIC X.
          05 DT-LEG PIC X(10).
          05 FILLER PIC X.
          05 DT-KORR-FRAMDRIFT PIC 9(4).

      *> Klarningsprofilen: en rad per position med bottendjupet ur
      *> sonardetaljen, batens eget djup ur sparet, klarningen
      *> faller under operatorernas marginal flaggas, och resan far
      *> en REN/OSAKER-dom med returkod - samma monster som
      *> RUTTKOLL, fast vertikalt i stallet for horisontellt.
      *>
      *> Tredje argumentet valjer hur bottnen slas upp: TAKT
      *> (standard) gar filerna rad for rad som ovan. KOMMANDO och
      *> DRIFT slar i stallet upp sonarlasningen vid batens
      *> framdrift (lasning nummer framdrift + 1) - KOMMANDO med den
      *> kommenderade positionen, DRIFT med den stromkorrigerade som
      *> DIVE skriver nar stromkorrigeringen ar pa, sa att klarningen
      *> provas dar baten verkligen var. En position utan lasning
      *> kan inte bedomas.
       01 WS-DETALJ-FILENAME PIC X(100).
       01 WS-TRAIL-FILENAME PIC X(100).
       01 WS-KLARNING-FILENAME PIC X(30).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-POSITIONSVAL PIC X(8).

       01 SPAR-X-FALT PIC X(4).
       01 SPAR-X REDEFINES SPAR-X-FALT PIC 9(4).

       01 BOTTEN-TABELL.
          05 BT-RAD OCCURS 10000 TIMES.
             10 BT-FINNS PIC X.
             10 BT-SIFFRA PIC 9(4)V9(2).

       01 BOTTEN-POS PIC 9(5).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-DETALJ-FILENAME FROM ARGUMENT-VALUE
             ON EXCEPTION
                MOVE SPACES TO WS-DETALJ-FILENAME
                STRING PLATS-PREFIX DELIMITED BY SPACE
                       "sonar_detalj_" DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                    INTO WS-DETALJ-FILENAME
          ACCEPT WS-TRAIL-FILENAME FROM ARGUMENT-VALUE
             ON EXCEPTION
                MOVE SPACES TO WS-TRAIL-FILENAME
                STRING PLATS-PREFIX DELIMITED BY SPACE
                       "dive_trail_" DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                    INTO WS-TRAIL-FILENAME
          END-ACCEPT

          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-POSITIONSVAL FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE "TAKT" TO WS-POSITIONSVAL
          END-ACCEPT

          IF WS-POSITIONSVAL NOT = "TAKT"
                AND WS-POSITIONSVAL NOT = "KOMMANDO"
                AND WS-POSITIONSVAL NOT = "DRIFT"
             DISPLAY "Okant positionsval: " WS-POSITIONSVAL
             DISPLAY "Giltiga: TAKT, KOMMANDO, DRIFT"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          DISPLAY "Positionsval: " WS-POSITIONSVAL

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "kol_klarning_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-KLARNING-FILENAME

          OPEN OUTPUT KLARNING-FIL

          IF WS-POSITIONSVAL NOT = "TAKT"
             PERFORM D-GA-PA-POSITION
          ELSE
             PERFORM C1-LAS-DETALJ
             PERFORM C2-LAS-TRAIL

             PERFORM UNTIL SLUT-PA-DETALJ OR SLUT-PA-TRAIL

                ADD 1 TO ANTAL-POSITIONER

                PERFORM C3-BERAKNA-KLARNING

                PERFORM C1-LAS-DETALJ
                PERFORM C2-LAS-TRAIL
             END-PERFORM

             PERFORM UNTIL SLUT-PA-DETALJ
                ADD 1 TO ANTAL-OJAMNA
                PERFORM C1-LAS-DETALJ
             END-PERFORM

             PERFORM UNTIL SLUT-PA-TRAIL
                ADD 1 TO ANTAL-OJAMNA
                PERFORM C2-LAS-TRAIL
             END-PERFORM
          END-IF

          CLOSE DETALJ-LASFIL
          CLOSE TRAIL-LASFIL
          END-IF
          .

      *> Positionslaget: hela sonardetaljen lases forst in per
      *> lasningsnummer, sedan gas sparet rad for rad och bottnen
      *> slas upp vid den valda framdriften. Lasningen laggs i
      *> detaljpostens falt sa att klarningen raknas och skrivs av
      *> samma C3-BERAKNA-KLARNING som i taktlaget.
       D-GA-PA-POSITION SECTION.

          MOVE SPACES TO BOTTEN-TABELL

          PERFORM C1-LAS-DETALJ

          PERFORM UNTIL SLUT-PA-DETALJ
             IF SD-LINJE-NR IS NUMERIC AND SD-SIFFRA IS NUMERIC
                   AND SD-LINJE-NR > ZERO
                   AND SD-LINJE-NR <= 10000
                MOVE "J" TO BT-FINNS(SD-LINJE-NR)
                MOVE SD-SIFFRA TO BT-SIFFRA(SD-LINJE-NR)
             END-IF

             PERFORM C1-LAS-DETALJ
          END-PERFORM

          PERFORM C2-LAS-TRAIL

          PERFORM UNTIL SLUT-PA-TRAIL

             ADD 1 TO ANTAL-POSITIONER

             IF WS-POSITIONSVAL = "DRIFT"
                MOVE DT-KORR-FRAMDRIFT TO SPAR-X-FALT
             ELSE
                MOVE DT-FRAMDRIFT TO SPAR-X-FALT
             END-IF

             IF SPAR-X IS NUMERIC
                COMPUTE BOTTEN-POS = SPAR-X + 1
             ELSE
                MOVE ZERO TO BOTTEN-POS
             END-IF

             IF BOTTEN-POS = ZERO OR BOTTEN-POS > 10000
                ADD 1 TO ANTAL-OJAMNA
             ELSE
                IF BT-FINNS(BOTTEN-POS) NOT = "J"
                   ADD 1 TO ANTAL-OJAMNA
                ELSE
                   MOVE BOTTEN-POS TO SD-LINJE-NR
                   MOVE BT-SIFFRA(BOTTEN-POS) TO SD-SIFFRA
                   PERFORM C3-BERAKNA-KLARNING
                END-IF
             END-IF

             PERFORM C2-LAS-TRAIL
          END-PERFORM
          .

       E-SKRIV-DOM SECTION.

          MOVE SPACES TO KLARNING-REC
