      *> avvikelser, NATTKORNINGs stromhaverier - och alla skriver
      *> numera ocksa till larmcentral.txt. Har listas de oppna
      *> larmen, kvitteras de med namn och notering, och eskaleras
      *> okvitterade KRIT-larm som statt langre an gransen. Larmen
      *> fran alla platser (fartyg) star i samma fil och listas med
      *> sin platskod.
      *>
      *> Anrop: larmcentral <operator> <aktion> [larmnr] [notering]
      *>   LISTA            visa oppna och eskalerade larm
             10 LT-STATUS PIC X(9).
             10 LT-KVITTERAD-AV PIC X(8).
             10 LT-NOTERING PIC X(30).
             10 LT-PLATS PIC X(4).

       01 LARM-POS PIC 9(4).
       01 VALT-LARM-NR PIC 9(4).
                            TO LT-KVITTERAD-AV(LARM-INDEX)
                         MOVE LC-NOTERING
                            TO LT-NOTERING(LARM-INDEX)
                         MOVE LC-PLATS TO LT-PLATS(LARM-INDEX)
                END-READ
             END-PERFORM

                   LT-DATUM(LARM-POS) " "
                   LT-KLOCKSLAG(LARM-POS) " "
                   LT-ALLVAR(LARM-POS) " "
                   LT-PLATS(LARM-POS) " "
                   LT-PROGRAM(LARM-POS) " "
                   LT-TEXT(LARM-POS) " ["
                   LT-STATUS(LARM-POS) "]"
                   ADD 1 TO ANTAL-ESKALERADE

                   DISPLAY "ESKALERAT larm " LARM-POS ": "
                      LT-PLATS(LARM-POS) " "
                      LT-PROGRAM(LARM-POS) " "
                      LT-TEXT(LARM-POS)
                      " (okvitterat i " ALDER-MINUTER " minuter)"
             MOVE LT-STATUS(LARM-POS) TO LC-STATUS
             MOVE LT-KVITTERAD-AV(LARM-POS) TO LC-KVITTERAD-AV
             MOVE LT-NOTERING(LARM-POS) TO LC-NOTERING
             MOVE LT-PLATS(LARM-POS) TO LC-PLATS

             WRITE LC-LARM-REC
          END-PERFORM
