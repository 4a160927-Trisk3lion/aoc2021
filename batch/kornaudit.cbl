       IDENTIFICATION DIVISION.

       PROGRAM-ID. KORNAUDIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT KORNINGSAUDIT-FIL ASSIGN "korningsaudit.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS KX-NYCKEL
          ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
             WITH DUPLICATES
           FILE STATUS IS IND1-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD KORNINGSAUDIT-FIL.
       COPY "KORNINGSINDEX-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KX==.

       WORKING-STORAGE SECTION.

      *> Skrivmodulen for korningsauditen: varje program fyller sin
      *> KORNINGSAUDIT-REC som forut och lamnar den hit i stallet
      *> for att sjalv appendera till en textfil. Raden lagras
      *> under nyckeln datum + program + klockslag; finns nyckeln
      *> redan (tva korningar samma sekund) raknas lopnumret upp.
      *>
      *>     CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
      *>
      *> Strommarna kor sida vid sida, sa en fil som en annan strom
      *> har last provas igen efter en sekund, upp till en minut.
      *> Anropet nollstaller annars anroparens RETURN-CODE - den
      *> aterstalls fran radens returkod innan modulen lamnar. En
      *> rad som inte gick att lagra (skrivfel, eller alla 100
      *> lopnummer for sekunden upptagna) visas och ger anroparen
      *> minst returkod 1 - en forlorad auditrad ska synas.
       01 IND1-FILESTATUS PIC XX.

       01 FORSOK PIC 9(2).
       01 WS-CMD PIC X(20).

       01 LAGRAD-SW PIC 9.
          88 LAGRAD VALUE 1.

       01 SKRIVFEL-SW PIC 9.
          88 SKRIVFEL VALUE 1.

       01 LOPNR PIC 9(3).

      *> Lamnar anroparen platsen blank stamplas raden med platsen
      *> fran miljon - den som nattkorningen eller parameterleken
      *> har satt for korningen.
       COPY "PLATS.cpy".

       LINKAGE SECTION.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LA==.

       PROCEDURE DIVISION USING LA-KORNINGSAUDIT-REC.

       A-MAIN SECTION.

          INITIALIZE LAGRAD-SW
          INITIALIZE SKRIVFEL-SW

          PERFORM B-OPPNA

          IF IND1-FILESTATUS = "00"
             PERFORM C-SKRIV-RAD
             CLOSE KORNINGSAUDIT-FIL
          END-IF

          IF NOT LAGRAD
             IF IND1-FILESTATUS = "22"
                DISPLAY "Korningsauditen kunde inte skrivas - alla "
                   "lopnummer upptagna for " LA-PROGRAM " "
                   LA-RUN-DATE " " LA-KLOCKSLAG
             ELSE
                DISPLAY "Korningsauditen kunde inte skrivas (status "
                   IND1-FILESTATUS ") for " LA-PROGRAM
             END-IF
          END-IF

          MOVE LA-RETURKOD TO RETURN-CODE

          IF NOT LAGRAD AND RETURN-CODE = ZERO
             MOVE 1 TO RETURN-CODE
          END-IF

          GOBACK
          .

      *> Saknas lagret helt skapas det tomt - i nattkorningen har
      *> AUDITKONV redan skapat det innan strommarna startar, sa
      *> skapa-fallbacken nas bara vid korningar utanfor natten.
       B-OPPNA SECTION.

          MOVE ZERO TO FORSOK

          OPEN I-O KORNINGSAUDIT-FIL

          IF IND1-FILESTATUS = "35"
             OPEN OUTPUT KORNINGSAUDIT-FIL
             CLOSE KORNINGSAUDIT-FIL
             OPEN I-O KORNINGSAUDIT-FIL
          END-IF

          PERFORM UNTIL IND1-FILESTATUS = "00" OR FORSOK = 60
             IF IND1-FILESTATUS(1:1) = "6"
                   OR IND1-FILESTATUS = "93"
                ADD 1 TO FORSOK
                MOVE "sleep 1" TO WS-CMD
                CALL "SYSTEM" USING WS-CMD
                OPEN I-O KORNINGSAUDIT-FIL
             ELSE
                MOVE 60 TO FORSOK
             END-IF
          END-PERFORM
          .

       C-SKRIV-RAD SECTION.

          IF LA-PLATS = SPACES
             COPY "PLATS-LAS.cpy".
             MOVE PLATS-KOD TO LA-PLATS
          END-IF

          MOVE LA-RUN-DATE TO KX-NYCKEL-DATUM
          MOVE LA-PROGRAM TO KX-NYCKEL-PROGRAM
          MOVE LA-KLOCKSLAG TO KX-NYCKEL-KLOCKSLAG
          MOVE LA-KORNINGSAUDIT-REC TO KX-RAD

      *> Bara dubblettnyckel (22) ger nasta lopnummer - alla andra
      *> fel avbryter.
          PERFORM VARYING LOPNR FROM 0 BY 1
             UNTIL LAGRAD OR SKRIVFEL OR LOPNR > 99
             MOVE LOPNR TO KX-NYCKEL-LOPNR
             WRITE KX-KORNINGSINDEX-REC
                INVALID KEY
                   IF IND1-FILESTATUS NOT = "22"
                      SET SKRIVFEL TO TRUE
                   END-IF
                NOT INVALID KEY
                   SET LAGRAD TO TRUE
             END-WRITE
          END-PERFORM
          .
