      *> Platskoden - vilket fartyg eller vilken anlaggning korningen
      *> galler. Koden kommer fran miljovariabeln PLATS (som
      *> AFFARSDATUM) eller fran parameterlekens nyckel PLATS, och
      *> alla datumfiler och masterfiler platsen ager far prefixet
      *> "<kod>_" framfor sitt namn. Blank plats betyder de
      *> ursprungliga namnen utan prefix, sa den forsta platsen kor
      *> precis som forut. Koden ALLA ar reserverad for
      *> sammanstallningarna over alla platser i platsregistret
      *> (PLATSREG.cpy). Inlasningen sker med PLATS-LAS.cpy:
      *>
      *>     COPY "PLATS.cpy".
      *>     ...
      *>     COPY "PLATS-LAS.cpy".
      *>     ...
      *>     STRING PLATS-PREFIX DELIMITED BY SPACE
      *>            "sonar_rejects_" DELIMITED BY SIZE
      *>            ...
       01 PLATS-KOD PIC X(4).
       01 PLATS-PREFIX PIC X(5).
      *> Prefixets langd - for den som letar i listade filnamn.
       01 PLATS-LANGD PIC 9(2).
