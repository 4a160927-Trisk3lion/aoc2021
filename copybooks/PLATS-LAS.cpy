      *> Laser platskoden fran miljovariabeln PLATS och bygger
      *> filnamnsprefixet. Parameterlekens nyckel PLATS satter
      *> miljovariabeln och laser om den har, sa att GENKAT,
      *> KORNAUDIT och de program som startas harifran ser samma
      *> plats:
      *>
      *>     WHEN "PLATS"
      *>        DISPLAY "PLATS" UPON ENVIRONMENT-NAME
      *>        DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
      *>        COPY "PLATS-LAS.cpy".
          ACCEPT PLATS-KOD FROM ENVIRONMENT "PLATS"
             ON EXCEPTION MOVE SPACES TO PLATS-KOD
          END-ACCEPT

          MOVE SPACES TO PLATS-PREFIX
          MOVE ZERO TO PLATS-LANGD

          IF PLATS-KOD NOT = SPACES
             STRING PLATS-KOD DELIMITED BY SPACE
                    "_" DELIMITED BY SIZE
                 INTO PLATS-PREFIX
             INSPECT PLATS-PREFIX TALLYING PLATS-LANGD
                FOR CHARACTERS BEFORE INITIAL SPACE
          END-IF
