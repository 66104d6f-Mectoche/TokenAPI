       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TOKENBKP.
      *****************************************************************
      * Nightly image copy of the token master (token.idx, see
      * TOKENMST.cpy), so a lost or damaged master can be brought
      * back by TOKENRCV from last night's copy plus the day's audit
      * logs instead of a TOKENCNV replay of every archive since the
      * beginning.
      *
      * Runs under the same token.lck lock TOKENGER takes, so no
      * teller can move the master or append to a journal while the
      * copy is taken. Under the lock it unloads the master, in key
      * order, to tokbkpNNNNNN.img (one TOKENMST record per line,
      * NNNNNN the next generation) and records the position marker
      * of each journal - token.txt, resgate.txt, cancel.txt,
      * estorno.txt and reserva.txt (see TOKENIMG.cpy). The lock is
      * released before the proof, so the tellers only wait for the
      * unload itself.
      *
      * The copy only becomes restorable once it proves out: it is
      * read back and must return exactly the records and hash total
      * written. Only then is it entered in the catalog tokbkp.ctl,
      * rewritten as tokbkp.new and promoted with the outgoing catalog
      * kept as tokbkp.old for one cycle, the way TOKENARC replaces
      * token.txt. The catalog keeps the newest WS-RETENCAO copies;
      * the image of a generation falling out of the cycle is deleted
      * after the new catalog is in place.
      *
      * Any failure leaves the catalog as it was, keeps the unproved
      * image for inspection (the next run reuses its generation and
      * overwrites it) and ends with exit code 8, so TOKENJOB stops
      * the nightly window on the step's halt flag.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'token.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-MASTER-TOKEN
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT IMAGEM-FILE ASSIGN USING WS-IMAGEM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IMAGEM-FILE-STATUS.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO 'tokbkp.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-FILE-STATUS.
           SELECT NOVO-FILE ASSIGN TO 'tokbkp.new'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOVO-FILE-STATUS.
           SELECT OPTIONAL TOKEN-FILE ASSIGN TO 'token.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TOKEN-FILE-STATUS.
           SELECT OPTIONAL RESGATE-FILE ASSIGN TO 'resgate.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESGATE-FILE-STATUS.
           SELECT OPTIONAL CANCEL-FILE ASSIGN TO 'cancel.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CANCEL-FILE-STATUS.
           SELECT OPTIONAL ESTORNO-FILE ASSIGN TO 'estorno.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTORNO-FILE-STATUS.
           SELECT OPTIONAL RESERVA-FILE ASSIGN TO 'reserva.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESERVA-FILE-STATUS.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO 'token.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE            SECTION.
       FD  MASTER-FILE.
       COPY TOKENMST.
       FD  IMAGEM-FILE.
       COPY TOKENMST REPLACING LEADING ==TOKEN-MASTER==
           BY ==IMAGEM-MASTER==.
       FD  CATALOGO-FILE.
       COPY TOKENIMG.
       FD  NOVO-FILE.
       COPY TOKENIMG REPLACING LEADING ==COPIA== BY ==NOVO==.
       FD  TOKEN-FILE.
       COPY TOKENREC.
       FD  RESGATE-FILE.
       COPY TOKENRSG.
       FD  CANCEL-FILE.
       COPY TOKENCNL.
       FD  ESTORNO-FILE.
       COPY TOKENETO.
       FD  RESERVA-FILE.
       COPY TOKENRVA.
       FD  LOCK-FILE.
       01  LOCK-RECORD             PIC X(01).
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-IMAGEM-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-CATALOGO-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-NOVO-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-TOKEN-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-RESGATE-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-CANCEL-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-ESTORNO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-RESERVA-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-LOCK-STATUS          PIC X(02) VALUE '00'.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-LOCK-OBTIDO          PIC X VALUE 'N'.
           88  LOCK-OBTIDO         VALUE 'Y'.
       01  WS-TENTATIVAS-LOCK      PIC 9(03) VALUE ZERO.
       01  WS-MAX-TENTATIVAS-LOCK  PIC 9(03) VALUE 100.
       01  WS-NANOSSEGUNDOS-ESPERA PIC 9(18) VALUE 50000000.
       01  WS-PASSO-FALHOU         PIC X VALUE 'N'.
           88  PASSO-FALHOU        VALUE 'Y'.
      *    Copies kept in the cycle: a week of nights, so damage
      *    noticed late can still go back to a copy taken before it.
      *    The catalog table holds one more than the cycle - the new
      *    copy before the oldest drops out.
       01  WS-RETENCAO             PIC 9(02) VALUE 7.
       01  WS-MAX-CATALOGO         PIC 9(02) VALUE 8.
       01  WS-QTD-CATALOGO         PIC 9(02) VALUE ZERO.
       01  WS-IX-CATALOGO          PIC 9(02) VALUE ZERO.
       01  WS-TABELA-CATALOGO.
           05  WS-ENTRADA-CATALOGO OCCURS 8 TIMES.
               10  WS-ENTRADA-GERACAO
                                   PIC 9(06).
               10  FILLER          PIC X(108).
       COPY TOKENIMG REPLACING LEADING ==COPIA== BY ==ENTRADA==.
       01  WS-CATALOGO-EXISTE      PIC X VALUE 'N'.
           88  CATALOGO-EXISTE     VALUE 'Y'.
       01  WS-QTD-DESCARTE         PIC 9(02) VALUE ZERO.
       01  WS-TABELA-DESCARTE.
           05  WS-GERACAO-DESCARTE PIC 9(06) OCCURS 8 TIMES.
       01  WS-GERACAO              PIC 9(06) VALUE ZERO.
       01  WS-IMAGEM-NOME.
           05  FILLER              PIC X(06) VALUE 'tokbkp'.
           05  WS-IMAGEM-GERACAO   PIC 9(06) VALUE ZERO.
           05  FILLER              PIC X(04) VALUE '.img'.
       01  WS-DATAHORA-COPIA       PIC X(14) VALUE SPACES.
       01  WS-TOKEN-CHAVE          PIC X(11) VALUE SPACES.
       01  WS-ULTIMO-TOKEN         PIC X(11) VALUE SPACES.
       01  WS-ULTIMA-DATAHORA      PIC X(14) VALUE SPACES.
       01  WS-COPIADOS             PIC 9(09) VALUE ZERO.
       01  WS-HASH-COPIA           PIC 9(15) VALUE ZERO.
       01  WS-RELIDOS              PIC 9(09) VALUE ZERO.
       01  WS-HASH-RELIDO          PIC 9(15) VALUE ZERO.
       01  WS-POS-TOKEN            PIC 9(09) VALUE ZERO.
       01  WS-POS-RESGATE          PIC 9(09) VALUE ZERO.
       01  WS-POS-CANCEL           PIC 9(09) VALUE ZERO.
       01  WS-POS-ESTORNO          PIC 9(09) VALUE ZERO.
       01  WS-POS-RESERVA          PIC 9(09) VALUE ZERO.
       01  WS-CATALOGO-GRAVADOS    PIC 9(02) VALUE ZERO.
       01  WS-CATALOGO-RELIDOS     PIC 9(02) VALUE ZERO.
       01  WS-NOME-ANTIGO          PIC X(12) VALUE 'tokbkp.ctl'.
       01  WS-NOME-NOVO            PIC X(12) VALUE 'tokbkp.new'.
       01  WS-NOME-GUARDA          PIC X(12) VALUE 'tokbkp.old'.
       01  WS-RENAME-RC            PIC S9(09) COMP-5 VALUE ZERO.
       PROCEDURE       DIVISION.
       PROGRAMA-PRINCIPAL.
           PERFORM LER-CATALOGO
           IF NOT PASSO-FALHOU
               PERFORM OBTER-LOCK
               IF NOT LOCK-OBTIDO
                   DISPLAY 'TOKENBKP: token.lck ocupado - '
                       'tente mais tarde'
                   MOVE 'Y' TO WS-PASSO-FALHOU
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO WS-DATAHORA-COPIA
                   PERFORM COPIAR-MASTER
                   IF NOT PASSO-FALHOU
                       PERFORM MARCAR-JOURNAIS
                   END-IF
                   PERFORM LIBERAR-LOCK
               END-IF
           END-IF
           IF NOT PASSO-FALHOU
               PERFORM CONFERIR-IMAGEM
           END-IF
           IF NOT PASSO-FALHOU
               PERFORM ATUALIZAR-CATALOGO
           END-IF
           IF NOT PASSO-FALHOU
               PERFORM DESCARTAR-GERACOES
           END-IF
           DISPLAY '============================================='
           DISPLAY 'TOKENBKP - COPIA IMAGEM DE token.idx'
           DISPLAY '============================================='
           DISPLAY 'TOKENBKP: geracao ' WS-GERACAO ' em '
               WS-DATAHORA-COPIA ' - ' WS-IMAGEM-NOME
           DISPLAY 'TOKENBKP: ' WS-COPIADOS ' registro(s) copiado(s), '
               WS-RELIDOS ' relido(s), hash ' WS-HASH-COPIA
           DISPLAY 'TOKENBKP: marcadores - token.txt ' WS-POS-TOKEN
               ', resgate.txt ' WS-POS-RESGATE
           DISPLAY 'TOKENBKP:              cancel.txt ' WS-POS-CANCEL
               ', estorno.txt ' WS-POS-ESTORNO
           DISPLAY 'TOKENBKP:              reserva.txt ' WS-POS-RESERVA
           IF PASSO-FALHOU
               DISPLAY 'TOKENBKP: copia NAO catalogada - tokbkp.ctl '
                   'NAO foi alterado'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'TOKENBKP: copia conferida e catalogada - '
                   WS-QTD-CATALOGO ' geracao(oes) em tokbkp.ctl'
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       LER-CATALOGO.
      *>   Oldest first, as written. Should the catalog ever hold more
      *>   than the table (the cycle was shortened), the oldest
      *>   entries roll off the front and are discarded with the rest.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-QTD-CATALOGO
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-FILE-STATUS NOT = '00'
                   AND WS-CATALOGO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENBKP: erro ao abrir tokbkp.ctl, status '
                   WS-CATALOGO-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               IF WS-CATALOGO-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-CATALOGO-EXISTE
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   READ CATALOGO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF COPIA-GERACAO IS NUMERIC
                               MOVE COPIA-RECORD TO ENTRADA-RECORD
                               PERFORM GUARDAR-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF
           IF WS-QTD-CATALOGO > ZERO
               COMPUTE WS-GERACAO =
                   WS-ENTRADA-GERACAO(WS-QTD-CATALOGO) + 1
           ELSE
               MOVE 1 TO WS-GERACAO
           END-IF
           MOVE WS-GERACAO TO WS-IMAGEM-GERACAO.

       GUARDAR-ENTRADA.
           IF WS-QTD-CATALOGO >= WS-MAX-CATALOGO
               PERFORM DESCARTAR-MAIS-ANTIGA
           END-IF
           ADD 1 TO WS-QTD-CATALOGO
           MOVE ENTRADA-RECORD TO WS-ENTRADA-CATALOGO(WS-QTD-CATALOGO).

       DESCARTAR-MAIS-ANTIGA.
      *>   Remember the generation so its image goes once the new
      *>   catalog is in place, then close the gap.
           IF WS-QTD-DESCARTE < WS-MAX-CATALOGO
               ADD 1 TO WS-QTD-DESCARTE
               MOVE WS-ENTRADA-GERACAO(1)
                   TO WS-GERACAO-DESCARTE(WS-QTD-DESCARTE)
           END-IF
           PERFORM VARYING WS-IX-CATALOGO FROM 1 BY 1
                   UNTIL WS-IX-CATALOGO >= WS-QTD-CATALOGO
               MOVE WS-ENTRADA-CATALOGO(WS-IX-CATALOGO + 1)
                   TO WS-ENTRADA-CATALOGO(WS-IX-CATALOGO)
           END-PERFORM
           SUBTRACT 1 FROM WS-QTD-CATALOGO.

       OBTER-LOCK.
           MOVE ZERO TO WS-TENTATIVAS-LOCK
           MOVE 'N' TO WS-LOCK-OBTIDO
           PERFORM UNTIL LOCK-OBTIDO
                   OR WS-TENTATIVAS-LOCK > WS-MAX-TENTATIVAS-LOCK
               ADD 1 TO WS-TENTATIVAS-LOCK
               OPEN EXTEND LOCK-FILE
               IF WS-LOCK-STATUS = '00' OR WS-LOCK-STATUS = '05'
                   MOVE 'Y' TO WS-LOCK-OBTIDO
               ELSE
                   CALL "CBL_GC_NANOSLEEP" USING WS-NANOSSEGUNDOS-ESPERA
                   END-CALL
               END-IF
           END-PERFORM.

       LIBERAR-LOCK.
           CLOSE LOCK-FILE.

       COPIAR-MASTER.
      *>   A missing master is a failure, not an empty copy - there is
      *>   nothing sensible to restore from a copy of nothing.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENBKP: erro ao abrir token.idx, status '
                   WS-MASTER-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               OPEN OUTPUT IMAGEM-FILE
               IF WS-IMAGEM-FILE-STATUS NOT = '00'
                   DISPLAY 'TOKENBKP: erro ao abrir ' WS-IMAGEM-NOME
                       ', status ' WS-IMAGEM-FILE-STATUS
                   MOVE 'Y' TO WS-PASSO-FALHOU
               ELSE
                   PERFORM DESCARREGAR-MASTER
                   CLOSE IMAGEM-FILE
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       DESCARREGAR-MASTER.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO TOKEN-MASTER-TOKEN
           START MASTER-FILE KEY NOT < TOKEN-MASTER-TOKEN
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO OR PASSO-FALHOU
               READ MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM COPIAR-REGISTRO
               END-READ
               IF WS-MASTER-FILE-STATUS NOT = '00'
                       AND WS-MASTER-FILE-STATUS NOT = '10'
                   DISPLAY 'TOKENBKP: erro ao ler token.idx, status '
                       WS-MASTER-FILE-STATUS
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-PERFORM.

       COPIAR-REGISTRO.
           MOVE TOKEN-MASTER TO IMAGEM-MASTER
           WRITE IMAGEM-MASTER
           IF WS-IMAGEM-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENBKP: erro ao gravar ' WS-IMAGEM-NOME
                   ', status ' WS-IMAGEM-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               ADD 1 TO WS-COPIADOS
               COMPUTE WS-HASH-COPIA = FUNCTION MOD(WS-HASH-COPIA
                   + FUNCTION NUMVAL(
                       TOKEN-MASTER-TOKEN(1:TOKENCFG-COMPRIMENTO)),
                   1000000000000000)
           END-IF.

       MARCAR-JOURNAIS.
      *>   Still under token.lck: nothing can be appended between the
      *>   unload and these counts, so every journal record after a
      *>   marker is a change the copy does not hold.
           PERFORM MARCAR-LEDGER
           PERFORM MARCAR-RESGATES
           PERFORM MARCAR-CANCELAMENTOS
           PERFORM MARCAR-ESTORNOS
           PERFORM MARCAR-RESERVAS.

       MARCAR-LEDGER.
      *>   The last ledger line is the real marker - TOKENARC may
      *>   carve older lines off the front before the copy is used.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT TOKEN-FILE
           IF WS-TOKEN-FILE-STATUS NOT = '00'
                   AND WS-TOKEN-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENBKP: erro ao abrir token.txt, status '
                   WS-TOKEN-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ TOKEN-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-POS-TOKEN
                           PERFORM MONTAR-CHAVE-DO-REGISTRO
                           MOVE WS-TOKEN-CHAVE TO WS-ULTIMO-TOKEN
                           MOVE TOKEN-RECORD-DATAHORA
                               TO WS-ULTIMA-DATAHORA
                   END-READ
               END-PERFORM
               CLOSE TOKEN-FILE
           END-IF.

       MONTAR-CHAVE-DO-REGISTRO.
      *> Rebuild the full digits-plus-check-character token from its
      *> two ledger fields (see TOKENREC.cpy) - the same shape
      *> TOKENGER keys the master with at issuance.
           MOVE SPACES TO WS-TOKEN-CHAVE
           MOVE TOKEN-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO WS-TOKEN-CHAVE(1:TOKENCFG-COMPRIMENTO)
           IF TOKENCFG-ALFA-CHECK
               MOVE TOKEN-RECORD-CHECK
                   TO WS-TOKEN-CHAVE(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF.

       MARCAR-RESGATES.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT RESGATE-FILE
           IF WS-RESGATE-FILE-STATUS NOT = '00'
                   AND WS-RESGATE-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENBKP: erro ao abrir resgate.txt, status '
                   WS-RESGATE-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RESGATE-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-POS-RESGATE
                   END-READ
               END-PERFORM
               CLOSE RESGATE-FILE
           END-IF.

       MARCAR-CANCELAMENTOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT CANCEL-FILE
           IF WS-CANCEL-FILE-STATUS NOT = '00'
                   AND WS-CANCEL-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENBKP: erro ao abrir cancel.txt, status '
                   WS-CANCEL-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ CANCEL-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-POS-CANCEL
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
           END-IF.

       MARCAR-ESTORNOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ESTORNO-FILE
           IF WS-ESTORNO-FILE-STATUS NOT = '00'
                   AND WS-ESTORNO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENBKP: erro ao abrir estorno.txt, status '
                   WS-ESTORNO-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ESTORNO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-POS-ESTORNO
                   END-READ
               END-PERFORM
               CLOSE ESTORNO-FILE
           END-IF.

       MARCAR-RESERVAS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT RESERVA-FILE
           IF WS-RESERVA-FILE-STATUS NOT = '00'
                   AND WS-RESERVA-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENBKP: erro ao abrir reserva.txt, status '
                   WS-RESERVA-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RESERVA-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-POS-RESERVA
                   END-READ
               END-PERFORM
               CLOSE RESERVA-FILE
           END-IF.

       CONFERIR-IMAGEM.
      *>   The copy is only as good as what reads back from it: the
      *>   same record count and the same hash total as written.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT IMAGEM-FILE
           IF WS-IMAGEM-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENBKP: erro ao reler ' WS-IMAGEM-NOME
                   ', status ' WS-IMAGEM-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ IMAGEM-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RELIDOS
                           COMPUTE WS-HASH-RELIDO = FUNCTION MOD(
                               WS-HASH-RELIDO + FUNCTION NUMVAL(
                               IMAGEM-MASTER-TOKEN
                                   (1:TOKENCFG-COMPRIMENTO)),
                               1000000000000000)
                   END-READ
               END-PERFORM
               CLOSE IMAGEM-FILE
               IF WS-RELIDOS NOT = WS-COPIADOS
                       OR WS-HASH-RELIDO NOT = WS-HASH-COPIA
                   DISPLAY 'TOKENBKP: ' WS-IMAGEM-NOME ' relido com '
                       WS-RELIDOS ' registro(s), hash ' WS-HASH-RELIDO
                   DISPLAY 'TOKENBKP: esperado ' WS-COPIADOS
                       ' registro(s), hash ' WS-HASH-COPIA
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       ATUALIZAR-CATALOGO.
      *>   New entry at the end, the cycle trimmed from the front,
      *>   written to tokbkp.new and proved by count before it
      *>   replaces tokbkp.ctl.
           MOVE SPACES TO ENTRADA-RECORD
           MOVE WS-GERACAO TO ENTRADA-GERACAO
           MOVE WS-DATAHORA-COPIA TO ENTRADA-DATAHORA
           MOVE WS-COPIADOS TO ENTRADA-REGISTROS
           MOVE WS-HASH-COPIA TO ENTRADA-HASH
           MOVE WS-POS-TOKEN TO ENTRADA-POS-TOKEN
           MOVE WS-ULTIMO-TOKEN TO ENTRADA-ULTIMO-TOKEN
           MOVE WS-ULTIMA-DATAHORA TO ENTRADA-ULTIMA-DATAHORA
           MOVE WS-POS-RESGATE TO ENTRADA-POS-RESGATE
           MOVE WS-POS-CANCEL TO ENTRADA-POS-CANCEL
           MOVE WS-POS-ESTORNO TO ENTRADA-POS-ESTORNO
           MOVE WS-POS-RESERVA TO ENTRADA-POS-RESERVA
           PERFORM GUARDAR-ENTRADA
           PERFORM UNTIL WS-QTD-CATALOGO <= WS-RETENCAO
               PERFORM DESCARTAR-MAIS-ANTIGA
           END-PERFORM
           PERFORM GRAVAR-CATALOGO-NOVO
           IF NOT PASSO-FALHOU
               PERFORM RELER-CATALOGO-NOVO
           END-IF
           IF NOT PASSO-FALHOU
               PERFORM SUBSTITUIR-CATALOGO
           END-IF.

       GRAVAR-CATALOGO-NOVO.
           MOVE ZERO TO WS-CATALOGO-GRAVADOS
           OPEN OUTPUT NOVO-FILE
           IF WS-NOVO-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENBKP: erro ao abrir tokbkp.new, status '
                   WS-NOVO-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM VARYING WS-IX-CATALOGO FROM 1 BY 1
                       UNTIL WS-IX-CATALOGO > WS-QTD-CATALOGO
                          OR PASSO-FALHOU
                   MOVE WS-ENTRADA-CATALOGO(WS-IX-CATALOGO)
                       TO NOVO-RECORD
                   WRITE NOVO-RECORD
                   IF WS-NOVO-FILE-STATUS NOT = '00'
                       DISPLAY 'TOKENBKP: erro ao gravar tokbkp.new, '
                           'status ' WS-NOVO-FILE-STATUS
                       MOVE 'Y' TO WS-PASSO-FALHOU
                   ELSE
                       ADD 1 TO WS-CATALOGO-GRAVADOS
                   END-IF
               END-PERFORM
               CLOSE NOVO-FILE
           END-IF.

       RELER-CATALOGO-NOVO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-CATALOGO-RELIDOS
           OPEN INPUT NOVO-FILE
           IF WS-NOVO-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENBKP: erro ao reler tokbkp.new, status '
                   WS-NOVO-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ NOVO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-CATALOGO-RELIDOS
                   END-READ
               END-PERFORM
               CLOSE NOVO-FILE
               IF WS-CATALOGO-RELIDOS NOT = WS-CATALOGO-GRAVADOS
                   DISPLAY 'TOKENBKP: tokbkp.new relido com '
                       WS-CATALOGO-RELIDOS ' registro(s), esperado '
                       WS-CATALOGO-GRAVADOS
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       SUBSTITUIR-CATALOGO.
      *>   Same rotation as TOKENARC's ledger swap. On the very first
      *>   copy there is neither a tokbkp.ctl nor a tokbkp.old: a
      *>   missing catalog is simply not guarded, and the delete's
      *>   status is captured so it does not become the exit code.
           CALL "CBL_DELETE_FILE" USING WS-NOME-GUARDA
           RETURNING WS-RENAME-RC
           END-CALL
           MOVE ZERO TO WS-RENAME-RC
           IF CATALOGO-EXISTE
               CALL "CBL_RENAME_FILE" USING WS-NOME-ANTIGO
                   WS-NOME-GUARDA
               RETURNING WS-RENAME-RC
               END-CALL
           END-IF
           IF WS-RENAME-RC NOT = ZERO
               DISPLAY 'TOKENBKP: falha ao guardar tokbkp.old, rc '
                   WS-RENAME-RC
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-NOME-NOVO
                   WS-NOME-ANTIGO
               RETURNING WS-RENAME-RC
               END-CALL
               IF WS-RENAME-RC NOT = ZERO
                   DISPLAY 'TOKENBKP: falha ao promover tokbkp.new, rc '
                       WS-RENAME-RC ' - restaurando tokbkp.old'
                   CALL "CBL_RENAME_FILE" USING WS-NOME-GUARDA
                       WS-NOME-ANTIGO
                   RETURNING WS-RENAME-RC
                   END-CALL
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       DESCARTAR-GERACOES.
      *>   Only now that the catalog no longer lists them may the
      *>   images that left the cycle go. A delete that fails just
      *>   leaves an orphan image behind - nothing restores from it.
           PERFORM VARYING WS-IX-CATALOGO FROM 1 BY 1
                   UNTIL WS-IX-CATALOGO > WS-QTD-DESCARTE
               MOVE WS-GERACAO-DESCARTE(WS-IX-CATALOGO)
                   TO WS-IMAGEM-GERACAO
               CALL "CBL_DELETE_FILE" USING WS-IMAGEM-NOME
               RETURNING WS-RENAME-RC
               END-CALL
               DISPLAY 'TOKENBKP: ' WS-IMAGEM-NOME
                   ' fora do ciclo de retencao - descartada'
           END-PERFORM
           MOVE WS-GERACAO TO WS-IMAGEM-GERACAO.
       END PROGRAM     TOKENBKP.
