      *****************************************************************
      * TOKENIMG.cpy
      * Image copy catalog record layout for tokbkp.ctl (LINE
      * SEQUENTIAL) - one record per good image copy of the token
      * master (token.idx, see TOKENMST.cpy) that TOKENBKP has taken
      * and proved, oldest first. TOKENRCV restores from the newest
      * entry whose copy still proves out and rolls the master
      * forward from the journal positions recorded alongside it.
      *
      * COPIA-GERACAO numbers the copies; the copy itself is
      * tokbkpNNNNNN.img (NNNNNN = the generation), the master's
      * records one per line in the TOKENMST layout. COPIA-REGISTROS
      * and COPIA-HASH (sum of the token digits, modulo 10^15, the
      * same hash the return files carry - see TOKENRTN.cpy) prove a
      * copy read back later is the one that was written.
      *
      * The COPIA-POS-* fields are the journal position markers: how
      * many records each audit log held when the copy was taken,
      * under token.lck, so nothing could be appended in between.
      * resgate.txt, cancel.txt, estorno.txt and reserva.txt are
      * never rewritten, so a count is a position. token.txt is the
      * exception - TOKENARC carves archived records off its FRONT -
      * so its marker is also the last ledger line at copy time
      * (COPIA-ULTIMO-TOKEN/-DATAHORA, the key TOKENRCV looks for);
      * blank means token.txt was empty. COPIA-POS-TOKEN is kept for
      * the report.
      *****************************************************************
       01  COPIA-RECORD.
           05  COPIA-GERACAO           PIC 9(06).
           05  COPIA-DATAHORA          PIC X(14).
           05  COPIA-REGISTROS         PIC 9(09).
           05  COPIA-HASH              PIC 9(15).
           05  COPIA-POS-TOKEN         PIC 9(09).
           05  COPIA-ULTIMO-TOKEN      PIC X(11).
           05  COPIA-ULTIMA-DATAHORA   PIC X(14).
           05  COPIA-POS-RESGATE       PIC 9(09).
           05  COPIA-POS-CANCEL        PIC 9(09).
           05  COPIA-POS-ESTORNO       PIC 9(09).
           05  COPIA-POS-RESERVA       PIC 9(09).
