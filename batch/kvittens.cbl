          05 MF-STATUS PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 MF-KLOCKSLAG PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 MF-PLATS PIC X(4).

      *> Landkontorets dagliga kvittensfil: lopnummer och mottaget
      *> postantal per overforing.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-TEXT-HOLDER PIC X(40).
             10 MT-FILNAMN PIC X(30).
             10 MT-STATUS PIC X(8).
             10 MT-KLOCKSLAG PIC 9(6).
             10 MT-PLATS PIC X(4).

       01 MANIFEST-POS PIC 9(4).
       01 MANIFEST-FUNNEN-SW PIC 9.
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE "landkontor_ack.txt" TO WS-ACK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "ack_avvikelser_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-AVVIKELSE-FILENAME
                         TO MT-STATUS(MANIFEST-INDEX)
                      MOVE MF-KLOCKSLAG
                         TO MT-KLOCKSLAG(MANIFEST-INDEX)
                      MOVE MF-PLATS TO MT-PLATS(MANIFEST-INDEX)
             END-READ
          END-PERFORM


          INITIALIZE TRL-FUNNEN-SW
          MOVE ZERO TO TRL-ANTAL
      *> Manifestets filnamn star utan platsprefix - det foljer av
      *> radens platskod (ALLA for overforingen over alla platser).
          MOVE SPACES TO WS-OVERFORING-FILENAME

          IF MT-PLATS(MANIFEST-POS) = SPACES
             MOVE MT-FILNAMN(MANIFEST-POS) TO WS-OVERFORING-FILENAME
          ELSE
             STRING MT-PLATS(MANIFEST-POS) DELIMITED BY SPACE
                    "_" DELIMITED BY SIZE
                    MT-FILNAMN(MANIFEST-POS) DELIMITED BY SPACE
                INTO WS-OVERFORING-FILENAME
          END-IF

          OPEN INPUT OVERFORING-FIL

             MOVE MT-FILNAMN(MANIFEST-POS) TO MF-FILNAMN
             MOVE MT-STATUS(MANIFEST-POS) TO MF-STATUS
             MOVE MT-KLOCKSLAG(MANIFEST-POS) TO MF-KLOCKSLAG
             MOVE MT-PLATS(MANIFEST-POS) TO MF-PLATS

             WRITE MANIFEST-REC
          END-PERFORM
          .

      *> Lagger ett larm till den centrala larmfilen - samma
      *> EXTEND-med-35-fallback som generationskatalogen.
       Y8-SKRIV-LARM SECTION.

          OPEN EXTEND LARM-FIL
          ACCEPT LARM-KLOCKA FROM TIME
          MOVE LARM-KLOCKA(1:6) TO LC-KLOCKSLAG
          MOVE "KVITTENS" TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS
