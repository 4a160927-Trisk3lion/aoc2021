      *> Platsregistret batch/platsregister.txt: en rad per plats
      *> (fartyg eller anlaggning) som ska med nar DASHBOARD,
      *> SLUTRAPPORT och EXPORT sammanstaller alla platser - kod i
      *> kolumn 1-4, namn fran kolumn 6. En rad med tom kod ar den
      *> ursprungliga platsen, den utan prefix. Koden ALLA ar
      *> reserverad for totalraderna.
      *>
      *>     FD PLATSREG-FIL.
      *>     COPY "PLATSREG-REC.cpy".
       01 PLATSREG-REC.
          05 PRG-KOD PIC X(4).
          05 FILLER PIC X.
          05 PRG-NAMN PIC X(30).
