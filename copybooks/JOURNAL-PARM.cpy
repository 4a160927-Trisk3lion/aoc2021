      *> Parameterytan for masterjournalen JOURNAL. Ett program som
      *> skriver om en master i sin helhet anropar FORE innan mastern
      *> oppnas for utskrift - da sparas en forebild i journal/ och
      *> en OPPEN-rad bokfors - och KLAR nar mastern ar stangd. Star
      *> masterns senaste rad fortfarande OPPEN vid FORE dog den
      *> forra omskrivningen halvvags: forebilden lagges da tillbaka
      *> innan en ny tas. ATER lagger tillbaka forebilden for en
      *> oppen master (det ar vad ATERRULLA gor vid nattens start).
      *> JN-RESULTAT: J klart, B mastern fanns inte fore och togs
      *> bort vid ATER, N misslyckades (vid FORE ska mastern da inte
      *> skrivas om). Anropet lamnar JN-RETURKOD i RETURN-CODE, sa
      *> anroparen lagger sin egen returkod dar forst.
      *>
      *>     COPY "JOURNAL-PARM.cpy".
      *>     ...
      *>     MOVE "FORE " TO JN-FUNKTION
      *>     MOVE "BINGOREG" TO JN-PROGRAM
      *>     MOVE "bingo_register.txt" TO JN-MASTER
      *>     MOVE WS-RUN-DATE TO JN-DATUM
      *>     MOVE RETURN-CODE TO JN-RETURKOD
      *>     CALL "JOURNAL" USING JOURNAL-PARM
       01 JOURNAL-PARM.
          05 JN-FUNKTION PIC X(5).
          05 JN-PROGRAM PIC X(10).
          05 JN-MASTER PIC X(40).
          05 JN-DATUM PIC 9(8).
          05 JN-RETURKOD PIC 9(3).
          05 JN-RESULTAT PIC X.
