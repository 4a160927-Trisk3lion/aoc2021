       01 WS-RUN-DATE PIC 9(8).
       01 WS-CMD PIC X(120).

      *> Bunten och manifestet ar platsens egna (miljovariabeln
      *> PLATS). Ett listat namn provas forst med platsens prefix -
      *> platsens egen master - och annars som det star, for de
      *> delade filerna. Manifestet bar det namn som faktiskt
      *> buntades, sa aterstallningen skriver tillbaka ratt fil.
       COPY "PLATS.cpy".

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
             MOVE WS-RUN-DATE TO WS-BUNT-DATUM
          END-IF

          COPY "PLATS-LAS.cpy".

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "raddning_" DELIMITED BY SIZE
                 WS-BUNT-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-BUNT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "raddning_manifest_" DELIMITED BY SIZE
                 WS-BUNT-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-MANIFEST-FILENAME

          MOVE LISTA-REC TO WS-KALLA-FILENAME

          IF PLATS-PREFIX NOT = SPACES
             MOVE SPACES TO WS-KALLA-FILENAME
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    LISTA-REC DELIMITED BY SPACE
                 INTO WS-KALLA-FILENAME

             OPEN INPUT KALLA-FIL

             IF IND2-FILESTATUS = "00"
                CLOSE KALLA-FIL
             ELSE
                MOVE LISTA-REC TO WS-KALLA-FILENAME
             END-IF
          END-IF

          OPEN INPUT KALLA-FIL

          IF IND2-FILESTATUS NOT = "00"
