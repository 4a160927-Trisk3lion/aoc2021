          05 DT-TOTAL-DISTANS PIC 9(9).
          05 FILLER PIC X.
          05 DT-LEG PIC X(10).
          05 FILLER PIC X.
          05 DT-KORR-FRAMDRIFT PIC 9(4).

       FD GRID-LASFIL.
       01 GRID-LASFIL-REC PIC X(1000).
      *> tva eller fler ventlinjer rapporteras, den varsta korsningen
      *> markeras sarskilt och resan far en REN/OSAKER-dom med
      *> returkod.
      *>
      *> Tredje argumentet valjer vilken framdrift som ar kartans x:
      *> KOMMANDO (standard) tar den kommenderade positionen, DRIFT
      *> den stromkorrigerade som DIVE skriver nar stromkorrigeringen
      *> ar pa - dar baten verkligen var. Ett spar utan korrigerad
      *> position ger i DRIFT-laget bara positioner utanfor kartan.
       01 WS-TRAIL-FILENAME PIC X(100).
       01 WS-GRID-FILENAME PIC X(100).
       01 WS-RAPPORT-FILENAME PIC X(30).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-POSITIONSVAL PIC X(8).

       01 SPAR-X-FALT PIC X(4).
       01 SPAR-X REDEFINES SPAR-X-FALT PIC 9(4).

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
          ACCEPT WS-TRAIL-FILENAME FROM ARGUMENT-VALUE
             ON EXCEPTION
                MOVE SPACES TO WS-TRAIL-FILENAME
                STRING PLATS-PREFIX DELIMITED BY SPACE
                       "dive_trail_" DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                    INTO WS-TRAIL-FILENAME
          ACCEPT WS-GRID-FILENAME FROM ARGUMENT-VALUE
             ON EXCEPTION
                MOVE SPACES TO WS-GRID-FILENAME
                STRING PLATS-PREFIX DELIMITED BY SPACE
                       "hydro_gridkarta_" DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                    INTO WS-GRID-FILENAME
          END-ACCEPT

          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-POSITIONSVAL FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE "KOMMANDO" TO WS-POSITIONSVAL
          END-ACCEPT

          IF WS-POSITIONSVAL NOT = "KOMMANDO"
                AND WS-POSITIONSVAL NOT = "DRIFT"
             DISPLAY "Okant positionsval: " WS-POSITIONSVAL
             DISPLAY "Giltiga: KOMMANDO, DRIFT"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          DISPLAY "Provad position: " WS-POSITIONSVAL

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "ruttkoll_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAPPORT-FILENAME

             ADD 1 TO ANTAL-POSITIONER

             IF WS-POSITIONSVAL = "DRIFT"
                MOVE DT-KORR-FRAMDRIFT TO SPAR-X-FALT
             ELSE
                MOVE DT-FRAMDRIFT TO SPAR-X-FALT
             END-IF

             IF DT-DJUP IS NUMERIC AND SPAR-X IS NUMERIC
                   AND DT-DJUP < KARTA-ANTAL-RADER
                   AND SPAR-X < 1000
                MOVE KARTA-RAD(DT-DJUP + 1) (SPAR-X + 1:1)
                   TO KARTA-TECKEN

                EVALUATE KARTA-TECKEN
                   MOVE WS-RUN-DATE TO RU-RUN-DATE
                   MOVE "KORSNING" TO RU-TYP
                   MOVE DT-LINJE-NR TO RU-LINJE-NR
                   MOVE SPAR-X TO RU-X
                   MOVE DT-DJUP TO RU-Y
                   MOVE KARTA-VARDE TO RU-ANTAL
                   WRITE RUTT-RAPPORT-REC
                   IF KARTA-VARDE > VARSTA-ANTAL
                      MOVE KARTA-VARDE TO VARSTA-ANTAL
                      MOVE DT-LINJE-NR TO VARSTA-LINJE
                      MOVE SPAR-X TO VARSTA-X
                      MOVE DT-DJUP TO VARSTA-Y
                   END-IF
                END-IF
