       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT KORNINGSAUDIT-FIL ASSIGN "korningsaudit.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS KX-NYCKEL
          ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
             WITH DUPLICATES
           FILE STATUS IS IND1-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
       FILE SECTION.

       FD KORNINGSAUDIT-FIL.
       COPY "KORNINGSINDEX-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KX==.

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.

       01 PERIOD-LAST-SW PIC 9 VALUE ZERO.
          88 PERIOD-LAST VALUE 1.


          INITIALIZE SLUT-PA-FIL-SW

      *> Perioden ar ett sammanhangande nyckelintervall - lasningen
      *> startar pa periodens forsta dag och slutar vid nasta
      *> period.
          MOVE LOW-VALUES TO KX-NYCKEL
          MOVE WS-PERIOD-X TO KX-NYCKEL(1:6)

          START KORNINGSAUDIT-FIL KEY >= KX-NYCKEL
             INVALID KEY
                SET SLUT-PA-FIL TO TRUE
          END-START

          PERFORM UNTIL SLUT-PA-FIL
             READ KORNINGSAUDIT-FIL NEXT
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF KX-NYCKEL(1:6) NOT = WS-PERIOD-X
                         SET SLUT-PA-FIL TO TRUE
                      ELSE
                         MOVE KX-RAD TO RA-KORNINGSAUDIT-REC
                         PERFORM D1-RAKNA-IN-AUDITRAD
                      END-IF
             END-READ
