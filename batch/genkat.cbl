
      *> Generationskatalogen: en rad per skriven generation med
      *> stam, datum, generationsnummer, det fullstandiga filnamnet,
      *> skrivande program, klockslag och plats. Det ar den har
      *> katalogen - inte filnamnen - lasarna gar via for att hitta
      *> "senaste generationen av datum X" for sin plats.
       FD KATALOG-FIL.
       01 KATALOG-REC.
          05 KAT-STEM PIC X(20).
          05 KAT-PROGRAM PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 KAT-TID PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 KAT-PLATS PIC X(4).

       WORKING-STORAGE SECTION.

       01 BASTA-FILNAMN PIC X(40).
       01 WS-KLOCKA PIC 9(8).

      *> Varje plats har sina egna generationer: stammen ar
      *> densamma, men filnamnet far platsprefixet och raden
      *> bokfors och slas upp under platsen. Rader fran fore
      *> platsindelningen har blank plats.
       COPY "PLATS.cpy".

       LINKAGE SECTION.

       COPY "GENKAT-PARM.cpy".

       A-MAIN SECTION.

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE ZERO TO HOGSTA-GEN
          MOVE SPACES TO BASTA-FILNAMN
          INITIALIZE SLUT-PA-KATALOG-SW
                      NOT AT END
                         IF KAT-STEM = GK-STEM
                               AND KAT-DATUM = GK-DATUM
                               AND KAT-PLATS = PLATS-KOD
                            IF KAT-GEN > HOGSTA-GEN
                               MOVE KAT-GEN TO HOGSTA-GEN
                               MOVE KAT-FILNAMN TO BASTA-FILNAMN
          COMPUTE NASTA-GEN = HOGSTA-GEN + 1

          MOVE SPACES TO GK-FILNAMN
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 GK-STEM DELIMITED BY SPACE
                 GK-DATUM DELIMITED BY SIZE
                 "_G" DELIMITED BY SIZE
                 NASTA-GEN DELIMITED BY SIZE
          MOVE GK-FILNAMN TO KAT-FILNAMN
          MOVE GK-PROGRAM TO KAT-PROGRAM
          MOVE WS-KLOCKA(1:6) TO KAT-TID
          MOVE PLATS-KOD TO KAT-PLATS

          WRITE KATALOG-REC


          IF HOGSTA-GEN = ZERO
             MOVE SPACES TO GK-FILNAMN
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    GK-STEM DELIMITED BY SPACE
                    GK-DATUM DELIMITED BY SIZE
                    GK-EXT DELIMITED BY SPACE
                 INTO GK-FILNAMN
