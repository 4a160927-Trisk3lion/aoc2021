      *> Laser platsregistret till PLATSREG-TABELL. Utan register
      *> galler bara den ursprungliga platsen.
          MOVE ZERO TO PLATSREG-ANTAL
          INITIALIZE PLATSREG-SLUT-SW

          OPEN INPUT PLATSREG-FIL

          IF PLATSREG-FILESTATUS = "00"
             PERFORM UNTIL PLATSREG-SLUT
                READ PLATSREG-FIL
                      AT END
                         SET PLATSREG-SLUT TO TRUE
                      NOT AT END
                         IF PLATSREG-REC NOT = SPACES
                               AND PRG-KOD NOT = "ALLA"
                               AND PLATSREG-ANTAL < 20
                            ADD 1 TO PLATSREG-ANTAL
                            MOVE PRG-KOD
                               TO PT-KOD(PLATSREG-ANTAL)
                            MOVE PRG-NAMN
                               TO PT-NAMN(PLATSREG-ANTAL)
                            MOVE SPACES
                               TO PT-PREFIX(PLATSREG-ANTAL)
                            IF PRG-KOD NOT = SPACES
                               STRING PRG-KOD DELIMITED BY SPACE
                                      "_" DELIMITED BY SIZE
                                  INTO PT-PREFIX(PLATSREG-ANTAL)
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE PLATSREG-FIL
          ELSE
             DISPLAY "Inget platsregister (batch/platsregister.txt)"
                " - bara den ursprungliga platsen tas med"
          END-IF

          IF PLATSREG-ANTAL = ZERO
             MOVE 1 TO PLATSREG-ANTAL
             MOVE SPACES TO PLATSREG-RAD(1)
          END-IF
