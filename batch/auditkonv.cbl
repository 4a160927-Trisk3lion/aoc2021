       IDENTIFICATION DIVISION.

       PROGRAM-ID. AUDITKONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT GAMMAL-AUDIT-FIL ASSIGN "korningsaudit.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT KORNINGSAUDIT-FIL ASSIGN "korningsaudit.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS KX-NYCKEL
          ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
             WITH DUPLICATES
           FILE STATUS IS IND2-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GAMMAL-AUDIT-FIL.
       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.

       FD KORNINGSAUDIT-FIL.
       COPY "KORNINGSINDEX-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KX==.

       WORKING-STORAGE SECTION.

      *> Engangskonverteringen av korningsauditen: den sekventiella
      *> korningsaudit.txt lases fran borjan till slut en sista gang
      *> och varje rad lagras oforandrad under sin nyckel i det
      *> indexerade lagret korningsaudit.dat. Finns lagret redan ar
      *> konverteringen gjord och programmet gor ingenting - darfor
      *> kan nattkorningen kora det forst varje natt, sa att lagret
      *> garanterat finns innan strommarna borjar skriva sida vid
      *> sida. Textfilen lamnas orord.
      *>
      *> Rader utan lasbart datum eller program gar inte att nyckla
      *> och visas med radnummer i stallet for att lagras.
      *>
      *> Textfilens rader ar skrivna fore platskoden och ar 113
      *> tecken - de lagras med blank plats, dvs som den
      *> ursprungliga platsens rader.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       01 LAGRAD-SW PIC 9.
          88 LAGRAD VALUE 1.

       01 SKRIVFEL-SW PIC 9.
          88 SKRIVFEL VALUE 1.

       01 LOPNR PIC 9(3).

       01 ANTAL-LASTA PIC 9(7) VALUE ZERO.
       01 ANTAL-LAGRADE PIC 9(7) VALUE ZERO.
       01 ANTAL-AVVISADE PIC 9(7) VALUE ZERO.

       01 AUDIT-KLOCKA PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==EA==.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-KONVERTERA

          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *> Korkalenderns ikapp-korningar (och jamforelsekorningar) far
      *> trada in ett annat affarsdatum via miljovariabeln
      *> AFFARSDATUM - da stamplas och namnges allt som om korningen
      *> skett den dagen. Utan variabeln galler dagens datum.
          ACCEPT WS-AFFARSDATUM FROM ENVIRONMENT "AFFARSDATUM"
             ON EXCEPTION MOVE SPACES TO WS-AFFARSDATUM
          END-ACCEPT

          IF WS-AFFARSDATUM IS NUMERIC
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

          OPEN INPUT KORNINGSAUDIT-FIL

          IF IND2-FILESTATUS = "00"
             CLOSE KORNINGSAUDIT-FIL
             DISPLAY "Korningsauditen ar redan indexerad "
                "(korningsaudit.dat) - inget att konvertera"
             STOP RUN
          END-IF

          IF IND2-FILESTATUS NOT = "35"
             DISPLAY "korningsaudit.dat gar inte att oppna (status "
                IND2-FILESTATUS ") - konverteras inte"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

       C-KONVERTERA SECTION.

          OPEN OUTPUT KORNINGSAUDIT-FIL

          IF IND2-FILESTATUS NOT = "00"
             DISPLAY "korningsaudit.dat kan inte skapas (status "
                IND2-FILESTATUS ")"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT GAMMAL-AUDIT-FIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Ingen korningsaudit.txt - tomt lager skapat"
          ELSE
             PERFORM UNTIL SLUT-PA-FIL
                READ GAMMAL-AUDIT-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         ADD 1 TO ANTAL-LASTA
                         PERFORM C1-LAGRA-RAD
                END-READ
             END-PERFORM

             CLOSE GAMMAL-AUDIT-FIL
          END-IF

          CLOSE KORNINGSAUDIT-FIL
          .

       C1-LAGRA-RAD SECTION.

          IF RA-RUN-DATE IS NOT NUMERIC OR RA-PROGRAM = SPACES
             ADD 1 TO ANTAL-AVVISADE
             DISPLAY "Rad " ANTAL-LASTA " saknar datum eller "
                "program - lagras inte"
          ELSE
             MOVE RA-RUN-DATE TO KX-NYCKEL-DATUM
             MOVE RA-PROGRAM TO KX-NYCKEL-PROGRAM
             IF RA-KLOCKSLAG IS NUMERIC
                MOVE RA-KLOCKSLAG TO KX-NYCKEL-KLOCKSLAG
             ELSE
                MOVE ZERO TO KX-NYCKEL-KLOCKSLAG
             END-IF
             MOVE RA-KORNINGSAUDIT-REC TO KX-RAD

             INITIALIZE LAGRAD-SW
             INITIALIZE SKRIVFEL-SW

      *> Som i KORNAUDIT: bara dubblettnyckel ger nasta lopnummer.
             PERFORM VARYING LOPNR FROM 0 BY 1
                UNTIL LAGRAD OR SKRIVFEL OR LOPNR > 99
                MOVE LOPNR TO KX-NYCKEL-LOPNR
                WRITE KX-KORNINGSINDEX-REC
                   INVALID KEY
                      IF IND2-FILESTATUS NOT = "22"
                         SET SKRIVFEL TO TRUE
                      END-IF
                   NOT INVALID KEY
                      SET LAGRAD TO TRUE
                END-WRITE
             END-PERFORM

             IF LAGRAD
                ADD 1 TO ANTAL-LAGRADE
             ELSE
                ADD 1 TO ANTAL-AVVISADE
                DISPLAY "Rad " ANTAL-LASTA " kunde inte lagras "
                   "(status " IND2-FILESTATUS ")"
             END-IF
          END-IF
          .

       N-AVSLUTA SECTION.

          DISPLAY "Korningsaudit konverterad: " ANTAL-LASTA
             " lasta, " ANTAL-LAGRADE " lagrade, "
             ANTAL-AVVISADE " avvisade"

          IF ANTAL-LASTA NOT = ANTAL-LAGRADE + ANTAL-AVVISADE
             DISPLAY "DIFFERENS i radrakningen"
             MOVE 1 TO RETURN-CODE
          END-IF

          PERFORM Z9-SKRIV-KORNINGSAUDIT

          STOP RUN
          .

      *> Konverteringens egen rad blir den forsta som skrivs genom
      *> KORNAUDIT.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO EA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO EA-RUN-DATE
          MOVE "AUDITKONV" TO EA-PROGRAM
          MOVE "korningsaudit.txt" TO EA-INFIL
          MOVE SPACES TO EA-PARAMETRAR
          MOVE ANTAL-LASTA TO EA-ANTAL-IN
          MOVE ANTAL-AVVISADE TO EA-ANTAL-AVVISADE
          MOVE ANTAL-LAGRADE TO EA-ANTAL-SKRIVNA
          IF RETURN-CODE >= 0 AND RETURN-CODE <= 999
             MOVE RETURN-CODE TO EA-RETURKOD
          ELSE
             MOVE 999 TO EA-RETURKOD
          END-IF
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO EA-KLOCKSLAG

          CALL "KORNAUDIT" USING EA-KORNINGSAUDIT-REC
          .
