       IDENTIFICATION DIVISION.

       PROGRAM-ID. ANTSOK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT ANTECKNING-FIL ASSIGN "anteckningar.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Samma postlayout som ANTECKNING-REC i ANTECKNING.
       FD ANTECKNING-FIL.
       01 ANTECKNING-REC.
          05 AT-NR PIC 9(5).
          05 FILLER PIC X.
          05 AT-PLATS PIC X(4).
          05 FILLER PIC X.
          05 AT-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 AT-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 AT-FAMILJ PIC X(20).
          05 FILLER PIC X.
          05 AT-KLASS PIC X(9).
          05 FILLER PIC X.
          05 AT-TEXT PIC X(30).
          05 FILLER PIC X.
          05 AT-AV PIC X(8).
          05 FILLER PIC X.
          05 AT-REG-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 AT-REG-TID PIC 9(6).
          05 FILLER PIC X.
          05 AT-ANDRAD-AV PIC X(8).
          05 FILLER PIC X.
          05 AT-ANDRAD-DATUM PIC 9(8).

       WORKING-STORAGE SECTION.

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.

       01 SLUT-PA-REGISTER-SW PIC 9.
          88 SLUT-PA-REGISTER VALUE 1.

       LINKAGE SECTION.

       COPY "ANTSOK-PARM.cpy".

       PROCEDURE DIVISION USING ANTSOK-PARM.

       A-MAIN SECTION.

          MOVE "N" TO AN-RESULTAT
          MOVE ZERO TO AN-ANTAL
          MOVE ZERO TO AN-NR
          MOVE SPACES TO AN-KLASS
          MOVE SPACES TO AN-TEXT
          MOVE SPACES TO AN-AV
          INITIALIZE SLUT-PA-REGISTER-SW

          OPEN INPUT ANTECKNING-FIL

          IF IND1-FILESTATUS NOT = "00"
             GOBACK
          END-IF

      *> Registret ar i nummerordning - den sista traffen ar den
      *> senast registrerade. Strukna anteckningar galler inte.
          PERFORM UNTIL SLUT-PA-REGISTER
             READ ANTECKNING-FIL
                   AT END
                      SET SLUT-PA-REGISTER TO TRUE
                   NOT AT END
                      IF AT-PROGRAM = AN-PROGRAM
                            AND AT-DATUM = AN-DATUM
                            AND AT-PLATS = AN-PLATS
                            AND AT-KLASS NOT = "STRUKEN"
                            AND (AT-FAMILJ = SPACES
                              OR AN-FAMILJ = SPACES
                              OR AT-FAMILJ = AN-FAMILJ)
                         MOVE "J" TO AN-RESULTAT
                         IF AN-ANTAL < 99
                            ADD 1 TO AN-ANTAL
                         END-IF
                         MOVE AT-NR TO AN-NR
                         MOVE AT-KLASS TO AN-KLASS
                         MOVE AT-TEXT TO AN-TEXT
                         MOVE AT-AV TO AN-AV
                      END-IF
             END-READ
          END-PERFORM

          CLOSE ANTECKNING-FIL

          GOBACK
          .
