      *> Parameterytan for anteckningsuppslaget ANTSOK. En rapport
      *> som visar en siffra fragar efter operatorernas anteckning
      *> for programmet, affarsdatumet och platsen - och, nar
      *> siffran kommer ur en bestamd utdatafamilj, familjens
      *> generationsstam. En anteckning utan familj galler alla
      *> programmets utdata den dagen. AN-RESULTAT J nar en
      *> anteckning finns: den senast registrerade ar den som
      *> visas (nummer, klassning, text och vem som skrev den),
      *> AN-ANTAL ar hur manga som galler siffran. Klassningen ar
      *> FORKLARAD, UTREDS eller OMRAKNAD. Saknas registret
      *> (anteckningar.txt) ar svaret N.
      *>
      *>     COPY "ANTSOK-PARM.cpy".
      *>     ...
      *>     MOVE "SONAR" TO AN-PROGRAM
      *>     MOVE WS-RUN-DATE TO AN-DATUM
      *>     MOVE "sonar_result_" TO AN-FAMILJ
      *>     MOVE PLATS-KOD TO AN-PLATS
      *>     CALL "ANTSOK" USING ANTSOK-PARM
      *>     IF AN-RESULTAT = "J" ...
       01 ANTSOK-PARM.
          05 AN-PROGRAM PIC X(10).
          05 AN-DATUM PIC 9(8).
          05 AN-FAMILJ PIC X(20).
          05 AN-PLATS PIC X(4).
          05 AN-RESULTAT PIC X.
          05 AN-ANTAL PIC 9(2).
          05 AN-NR PIC 9(5).
          05 AN-KLASS PIC X(9).
          05 AN-TEXT PIC X(30).
          05 AN-AV PIC X(8).
