      *> Posten i den indexerade korningsauditen korningsaudit.dat.
      *> Auditraden ligger oforandrad i :PREFIX:-RAD (samma
      *> KORNINGSAUDIT-REC som alltid, 118 tecken) och framfor den
      *> nyckeln: korningsdatum, program och klockslag, plus ett
      *> lopnummer som skiljer tva korningar av samma program
      *> samma sekund. Datumfragor startar pa datumet i
      *> huvudnyckeln, programfragor pa den alternativa nyckeln
      *> :PREFIX:-NYCKEL-PROGRAM (med dubbletter, i skrivordning).
      *>
      *>     SELECT KORNINGSAUDIT-FIL ASSIGN "korningsaudit.dat"
      *>     ORGANIZATION IS INDEXED
      *>     ACCESS MODE IS DYNAMIC
      *>     RECORD KEY IS KX-NYCKEL
      *>     ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
      *>        WITH DUPLICATES
      *>     ...
      *>     FD KORNINGSAUDIT-FIL.
      *>     COPY "KORNINGSINDEX-REC.cpy"
      *>         REPLACING ==:PREFIX:== BY ==KX==.
       01 :PREFIX:-KORNINGSINDEX-REC.
          05 :PREFIX:-NYCKEL.
             10 :PREFIX:-NYCKEL-DATUM PIC 9(8).
             10 :PREFIX:-NYCKEL-PROGRAM PIC X(10).
             10 :PREFIX:-NYCKEL-KLOCKSLAG PIC 9(6).
             10 :PREFIX:-NYCKEL-LOPNR PIC 9(2).
          05 :PREFIX:-RAD PIC X(118).
