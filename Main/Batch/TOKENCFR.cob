       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TOKENCFR.
      *****************************************************************
      * Master-versus-journal reconciliation: proves that the
      * current-state token master (token.idx, see TOKENMST.cpy)
      * still says what the append-only journals say it should. The
      * morning after a crash mid-update is when a token shows
      * UTILIZADO without its resgate.txt event, or sits RESERVADO
      * when reserva.txt already logged the 'C' or 'L' - this job
      * finds those before a customer does.
      *
      * Every event for every token is gathered into one internal
      * sort (so the report has no table limit on the ledger):
      *   issuance     token.txt and the tokarchAAAAMM.txt monthly
      *                archives TOKENARC carved off it - their names
      *                are passed on the command line, oldest first,
      *                as for TOKENCNV; the run script globs them
      *   redemption   resgate.txt
      *   hold events  reserva.txt ('R' placed, 'C' confirmed,
      *                'L' released, 'V' swept)
      *   reversal     estorno.txt
      *   void         cancel.txt
      * together with the token's master record, which sorts last.
      * The events are replayed in time order into the state the
      * master ought to carry, by the same rules the writers follow
      * (a reversal only undoes the redemption whose timestamp it
      * names; a release only applies to a held token; a void is
      * final), and that expected state is compared with the
      * master's situation, issue timestamp, redemption timestamp,
      * void timestamp and - for a token that should be on hold -
      * hold timestamp. The listing, one line per finding:
      *   DIVERGENCIA         a master field disagrees with the
      *                       replay (field, master value, expected)
      *   CONFIRMA S/RESGATE  a reserva.txt 'C' with no resgate.txt
      *                       event at the same moment
      *   SEM LEDGER          on the master, but issued neither on
      *                       token.txt nor on any archive
      *   SEM MASTER          issued on the ledger or an archive,
      *                       but absent from the master
      *   EVENTO SEM TOKEN    journal events for a token neither
      *                       issued nor on the master
      * A token issued more than once (a ledger duplicate, see
      * TOKENAUD) is replayed from its first issuance, the one the
      * master kept; the repeats are only counted.
      *
      * Read-only: nothing is written anywhere. token.lck is held
      * only while the master and the journals are being gathered,
      * so a teller's update can never be caught half-done between
      * the master and its journal; the comparison and the report
      * run after the lock is released.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TOKEN-FILE ASSIGN TO 'token.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TOKEN-FILE-STATUS.
           SELECT OPTIONAL ARQUIVO-FILE ASSIGN USING WS-ARQUIVO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-FILE-STATUS.
           SELECT OPTIONAL RESGATE-FILE ASSIGN TO 'resgate.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESGATE-FILE-STATUS.
           SELECT OPTIONAL RESERVA-FILE ASSIGN TO 'reserva.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESERVA-FILE-STATUS.
           SELECT OPTIONAL ESTORNO-FILE ASSIGN TO 'estorno.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTORNO-FILE-STATUS.
           SELECT OPTIONAL CANCEL-FILE ASSIGN TO 'cancel.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CANCEL-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'token.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-MASTER-TOKEN
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO 'token.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT SORT-ARQ ASSIGN TO 'tokencfr.srt'.
       DATA DIVISION.
       FILE            SECTION.
       FD  TOKEN-FILE.
       COPY TOKENREC.
       FD  ARQUIVO-FILE.
       COPY TOKENREC REPLACING LEADING ==TOKEN-RECORD==
           BY ==ARQUIVO-RECORD==.
       FD  RESGATE-FILE.
       COPY TOKENRSG.
       FD  RESERVA-FILE.
       COPY TOKENRVA.
       FD  ESTORNO-FILE.
       COPY TOKENETO.
       FD  CANCEL-FILE.
       COPY TOKENCNL.
       FD  MASTER-FILE.
       COPY TOKENMST.
       FD  LOCK-FILE.
       01  LOCK-RECORD             PIC X(01).
       SD  SORT-ARQ.
       01  SORT-REG.
           05  SORT-TOKEN          PIC X(11).
      *        '1' journal event, '2' the master record - the master
      *        sorts after every event of its token.
           05  SORT-GRUPO          PIC X(01).
           05  SORT-DATAHORA       PIC X(14).
      *        Replay order of events stamped in the same second:
      *        '1' issuance, '2' hold placed, '3' redemption,
      *        '4' hold confirmed, '5' hold released, '6' hold
      *        swept, '7' reversal, '8' void.
           05  SORT-TIPO           PIC X(01).
      *        Reversal: the timestamp of the redemption it undoes.
           05  SORT-DATAHORA-REF   PIC X(14).
           05  SORT-M-SITUACAO     PIC X(01).
           05  SORT-M-DATAHORA     PIC X(14).
           05  SORT-M-RESGATE      PIC X(14).
           05  SORT-M-CANCEL       PIC X(14).
           05  SORT-M-RESERVA      PIC X(14).
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       01  WS-TOKEN-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-ARQUIVO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-RESGATE-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-RESERVA-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-ESTORNO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-CANCEL-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-LOCK-STATUS          PIC X(02) VALUE '00'.
       01  WS-LOCK-OBTIDO          PIC X VALUE 'N'.
           88  LOCK-OBTIDO         VALUE 'Y'.
       01  WS-TENTATIVAS-LOCK      PIC 9(03) VALUE ZERO.
       01  WS-MAX-TENTATIVAS-LOCK  PIC 9(03) VALUE 100.
       01  WS-NANOSSEGUNDOS-ESPERA PIC 9(18) VALUE 50000000.
       01  WS-PARM                 PIC X(512) VALUE SPACES.
       01  WS-PTR-PARM             PIC 9(04) VALUE 1.
       01  WS-FIM-PARM             PIC X VALUE 'N'.
           88  FIM-PARM            VALUE 'Y'.
       01  WS-NOME-LIDO            PIC X(40) VALUE SPACES.
       01  WS-ARQUIVO-NOME         PIC X(40) VALUE SPACES.
       01  WS-MAX-ARQUIVOS         PIC 9(02) VALUE 60.
       01  WS-QTD-ARQUIVOS         PIC 9(02) VALUE ZERO.
       01  WS-IX-ARQUIVO           PIC 9(02) VALUE ZERO.
       01  WS-TABELA-ARQUIVOS.
           05  WS-NOME-ARQUIVO     PIC X(40) OCCURS 60 TIMES.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-FIM-SORT             PIC X VALUE 'N'.
           88  FIM-SORT            VALUE 'Y'.
       01  WS-TOKEN-CHAVE          PIC X(11) VALUE SPACES.
      *    The token being walked in the sort output: what its
      *    journals say it should be, and what the master says.
       01  WS-TOKEN-ATUAL          PIC X(11) VALUE SPACES.
       01  WS-EMITIDO              PIC X VALUE 'N'.
           88  EMITIDO             VALUE 'Y'.
       01  WS-MASTER-ACHADO        PIC X VALUE 'N'.
           88  MASTER-ACHADO       VALUE 'Y'.
       01  WS-TOKEN-DIVERGENTE     PIC X VALUE 'N'.
           88  TOKEN-DIVERGENTE    VALUE 'Y'.
       01  WS-ESPERADO.
           05  WS-ES-SITUACAO      PIC X(01).
           05  WS-ES-DATAHORA      PIC X(14).
           05  WS-ES-RESGATE       PIC X(14).
           05  WS-ES-CANCEL        PIC X(14).
           05  WS-ES-RESERVA       PIC X(14).
       01  WS-NO-MASTER.
           05  WS-MA-SITUACAO      PIC X(01).
           05  WS-MA-DATAHORA      PIC X(14).
           05  WS-MA-RESGATE       PIC X(14).
           05  WS-MA-CANCEL        PIC X(14).
           05  WS-MA-RESERVA       PIC X(14).
       01  WS-LIDOS-MASTER         PIC 9(07) VALUE ZERO.
       01  WS-LIDOS-EMISSAO        PIC 9(07) VALUE ZERO.
       01  WS-LIDOS-RESGATE        PIC 9(07) VALUE ZERO.
       01  WS-LIDOS-RESERVA        PIC 9(07) VALUE ZERO.
       01  WS-LIDOS-ESTORNO        PIC 9(07) VALUE ZERO.
       01  WS-LIDOS-CANCEL         PIC 9(07) VALUE ZERO.
       01  WS-EMISSOES-REPETIDAS   PIC 9(07) VALUE ZERO.
       01  WS-TOKENS-CONFERIDOS    PIC 9(07) VALUE ZERO.
       01  WS-TOKENS-DIVERGENTES   PIC 9(07) VALUE ZERO.
       01  WS-QTD-DIVERGENCIAS     PIC 9(07) VALUE ZERO.
       01  WS-QTD-CONFIRMA-ORFA    PIC 9(07) VALUE ZERO.
       01  WS-QTD-SEM-LEDGER       PIC 9(07) VALUE ZERO.
       01  WS-QTD-SEM-MASTER       PIC 9(07) VALUE ZERO.
       01  WS-QTD-SEM-TOKEN        PIC 9(07) VALUE ZERO.
       01  WS-QTD-OCORRENCIAS      PIC 9(07) VALUE ZERO.
       01  WS-LINHA-OCORRENCIA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LO-TIPO          PIC X(20).
           05  WS-LO-TOKEN         PIC X(12).
           05  WS-LO-CAMPO         PIC X(10).
           05  WS-LO-MASTER        PIC X(16).
           05  WS-LO-ESPERADO      PIC X(14).
       PROCEDURE       DIVISION.
       PROGRAMA-PRINCIPAL.
           PERFORM OBTER-PARAMETROS
           PERFORM OBTER-LOCK
           IF NOT LOCK-OBTIDO
               DISPLAY 'TOKENCFR: token.lck ocupado - tente mais tarde'
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENCFR: erro ao abrir token.idx, status '
                   WS-MASTER-FILE-STATUS
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF
           DISPLAY '============================================='
           DISPLAY 'CONFERENCIA MASTER X JOURNAIS'
           DISPLAY '============================================='
           DISPLAY '  OCORRENCIA          TOKEN       CAMPO     '
               'MASTER          ESPERADO'
           SORT SORT-ARQ ON ASCENDING KEY SORT-TOKEN SORT-GRUPO
                   SORT-DATAHORA SORT-TIPO
               INPUT PROCEDURE IS REUNIR-EVENTOS
               OUTPUT PROCEDURE IS CONFERIR-TOKENS
           COMPUTE WS-QTD-OCORRENCIAS = WS-QTD-DIVERGENCIAS
               + WS-QTD-CONFIRMA-ORFA + WS-QTD-SEM-LEDGER
               + WS-QTD-SEM-MASTER + WS-QTD-SEM-TOKEN
           IF WS-QTD-OCORRENCIAS = ZERO
               DISPLAY '  NENHUMA OCORRENCIA - MASTER CONFERE COM OS '
                   'JOURNAIS'
           END-IF
           DISPLAY '============================================='
           DISPLAY 'TOKENCFR: ' WS-LIDOS-MASTER
               ' registro(s) lido(s) de token.idx'
           DISPLAY 'TOKENCFR: ' WS-LIDOS-EMISSAO
               ' emissao(oes) lida(s) do ledger'
           IF WS-QTD-ARQUIVOS > ZERO
               DISPLAY 'TOKENCFR: emissoes incluem ' WS-QTD-ARQUIVOS
                   ' arquivo(s) mensal(is)'
           END-IF
           DISPLAY 'TOKENCFR: ' WS-LIDOS-RESGATE ' resgate(s), '
               WS-LIDOS-RESERVA ' evento(s) de reserva, '
               WS-LIDOS-ESTORNO ' estorno(s), '
               WS-LIDOS-CANCEL ' cancelamento(s) lido(s)'
           IF WS-EMISSOES-REPETIDAS > ZERO
               DISPLAY 'TOKENCFR: ' WS-EMISSOES-REPETIDAS
                   ' emissao(oes) repetida(s) no ledger - conferida '
                   'a 1a ocorrencia'
           END-IF
           DISPLAY 'TOKENCFR: ' WS-TOKENS-CONFERIDOS
               ' token(s) conferido(s), ' WS-TOKENS-DIVERGENTES
               ' com divergencia'
           DISPLAY 'TOKENCFR: ' WS-QTD-OCORRENCIAS ' ocorrencia(s):'
           DISPLAY 'TOKENCFR:   ' WS-QTD-DIVERGENCIAS
               ' campo(s) do master divergente(s) dos journais'
           DISPLAY 'TOKENCFR:   ' WS-QTD-CONFIRMA-ORFA
               ' confirmacao(oes) de reserva sem resgate'
           DISPLAY 'TOKENCFR:   ' WS-QTD-SEM-LEDGER
               ' token(s) no master sem emissao no ledger nem nos '
               'arquivos mensais'
           DISPLAY 'TOKENCFR:   ' WS-QTD-SEM-MASTER
               ' token(s) emitido(s) ausente(s) do master'
           DISPLAY 'TOKENCFR:   ' WS-QTD-SEM-TOKEN
               ' token(s) com eventos sem emissao nem master'
           STOP RUN.

       OBTER-PARAMETROS.
      *> Each argument names one tokarchAAAAMM.txt archive to read
      *> ahead of token.txt, oldest first - the run script globs
      *> them so the operator does not have to.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE 1 TO WS-PTR-PARM
           MOVE 'N' TO WS-FIM-PARM
           PERFORM UNTIL FIM-PARM
                   OR WS-QTD-ARQUIVOS >= WS-MAX-ARQUIVOS
               MOVE SPACES TO WS-NOME-LIDO
               UNSTRING WS-PARM DELIMITED BY ALL ' '
                   INTO WS-NOME-LIDO
                   WITH POINTER WS-PTR-PARM
                   ON OVERFLOW
                       CONTINUE
                   NOT ON OVERFLOW
                       MOVE 'Y' TO WS-FIM-PARM
               END-UNSTRING
               IF WS-NOME-LIDO = SPACES
                   MOVE 'Y' TO WS-FIM-PARM
               ELSE
                   ADD 1 TO WS-QTD-ARQUIVOS
                   MOVE WS-NOME-LIDO
                       TO WS-NOME-ARQUIVO(WS-QTD-ARQUIVOS)
               END-IF
           END-PERFORM.

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

       REUNIR-EVENTOS.
           PERFORM REUNIR-MASTER
           PERFORM VARYING WS-IX-ARQUIVO FROM 1 BY 1
                   UNTIL WS-IX-ARQUIVO > WS-QTD-ARQUIVOS
               MOVE WS-NOME-ARQUIVO(WS-IX-ARQUIVO)
                   TO WS-ARQUIVO-NOME
               PERFORM REUNIR-UM-ARQUIVO
           END-PERFORM
           PERFORM REUNIR-LEDGER
           PERFORM REUNIR-RESGATES
           PERFORM REUNIR-RESERVAS
           PERFORM REUNIR-ESTORNOS
           PERFORM REUNIR-CANCELAMENTOS
      *>   Everything is in the sort - the tellers can carry on while
      *>   the comparison runs.
           CLOSE MASTER-FILE
           PERFORM LIBERAR-LOCK.

       REUNIR-MASTER.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO TOKEN-MASTER-TOKEN
           START MASTER-FILE KEY NOT < TOKEN-MASTER-TOKEN
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL FIM-ARQUIVO
               READ MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-LIDOS-MASTER
                       MOVE SPACES TO SORT-REG
                       MOVE TOKEN-MASTER-TOKEN TO SORT-TOKEN
                       MOVE '2' TO SORT-GRUPO
                       MOVE TOKEN-MASTER-SITUACAO TO SORT-M-SITUACAO
                       MOVE TOKEN-MASTER-DATAHORA TO SORT-M-DATAHORA
                       MOVE TOKEN-MASTER-DATAHORA-RESGATE
                           TO SORT-M-RESGATE
                       MOVE TOKEN-MASTER-DATAHORA-CANCEL
                           TO SORT-M-CANCEL
                       MOVE TOKEN-MASTER-DATAHORA-RESERVA
                           TO SORT-M-RESERVA
                       RELEASE SORT-REG
               END-READ
           END-PERFORM.

       REUNIR-UM-ARQUIVO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVO-FILE
           IF WS-ARQUIVO-FILE-STATUS NOT = '00'
                   AND WS-ARQUIVO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCFR: erro ao abrir ' WS-ARQUIVO-NOME
                   ', status ' WS-ARQUIVO-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQUIVO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE ARQUIVO-RECORD TO TOKEN-RECORD
                           PERFORM LIBERAR-EMISSAO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-FILE
           END-IF.

       REUNIR-LEDGER.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT TOKEN-FILE
           IF WS-TOKEN-FILE-STATUS NOT = '00'
                   AND WS-TOKEN-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCFR: erro ao abrir token.txt, status '
                   WS-TOKEN-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ TOKEN-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM LIBERAR-EMISSAO
                   END-READ
               END-PERFORM
               CLOSE TOKEN-FILE
           END-IF.

       LIBERAR-EMISSAO.
           ADD 1 TO WS-LIDOS-EMISSAO
           MOVE SPACES TO SORT-REG
           MOVE TOKEN-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
           IF TOKENCFG-ALFA-CHECK
               MOVE TOKEN-RECORD-CHECK
                   TO SORT-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF
           MOVE '1' TO SORT-GRUPO
           MOVE TOKEN-RECORD-DATAHORA TO SORT-DATAHORA
           MOVE '1' TO SORT-TIPO
           RELEASE SORT-REG.

       REUNIR-RESGATES.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT RESGATE-FILE
           IF WS-RESGATE-FILE-STATUS NOT = '00'
                   AND WS-RESGATE-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCFR: erro ao abrir resgate.txt, status '
                   WS-RESGATE-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RESGATE-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-RESGATE
                           MOVE SPACES TO SORT-REG
                           MOVE RESGATE-RECORD-TOKEN
                               (1:TOKENCFG-COMPRIMENTO)
                               TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
                           IF TOKENCFG-ALFA-CHECK
                               MOVE RESGATE-RECORD-CHECK TO SORT-TOKEN
                                   (TOKENCFG-COMPRIMENTO + 1:1)
                           END-IF
                           MOVE '1' TO SORT-GRUPO
                           MOVE RESGATE-RECORD-DATAHORA
                               TO SORT-DATAHORA
                           MOVE '3' TO SORT-TIPO
                           RELEASE SORT-REG
                   END-READ
               END-PERFORM
               CLOSE RESGATE-FILE
           END-IF.

       REUNIR-RESERVAS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT RESERVA-FILE
           IF WS-RESERVA-FILE-STATUS NOT = '00'
                   AND WS-RESERVA-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCFR: erro ao abrir reserva.txt, status '
                   WS-RESERVA-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RESERVA-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-RESERVA
                           PERFORM LIBERAR-RESERVA
                   END-READ
               END-PERFORM
               CLOSE RESERVA-FILE
           END-IF.

       LIBERAR-RESERVA.
           MOVE SPACES TO SORT-REG
           MOVE RESERVA-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
           IF TOKENCFG-ALFA-CHECK
               MOVE RESERVA-RECORD-CHECK
                   TO SORT-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF
           MOVE '1' TO SORT-GRUPO
           MOVE RESERVA-RECORD-DATAHORA TO SORT-DATAHORA
           EVALUATE TRUE
           WHEN RESERVA-EVENTO-RESERVA
               MOVE '2' TO SORT-TIPO
           WHEN RESERVA-EVENTO-CONFIRMA
               MOVE '4' TO SORT-TIPO
           WHEN RESERVA-EVENTO-LIBERA
               MOVE '5' TO SORT-TIPO
           WHEN RESERVA-EVENTO-VARREDURA
               MOVE '6' TO SORT-TIPO
           END-EVALUATE
      *>   An event code this job does not know cannot be replayed -
      *>   leave it out rather than guess.
           IF SORT-TIPO NOT = SPACE
               RELEASE SORT-REG
           END-IF.

       REUNIR-ESTORNOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ESTORNO-FILE
           IF WS-ESTORNO-FILE-STATUS NOT = '00'
                   AND WS-ESTORNO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCFR: erro ao abrir estorno.txt, status '
                   WS-ESTORNO-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ESTORNO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-ESTORNO
                           MOVE SPACES TO SORT-REG
                           MOVE ESTORNO-RECORD-TOKEN
                               (1:TOKENCFG-COMPRIMENTO)
                               TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
                           IF TOKENCFG-ALFA-CHECK
                               MOVE ESTORNO-RECORD-CHECK TO SORT-TOKEN
                                   (TOKENCFG-COMPRIMENTO + 1:1)
                           END-IF
                           MOVE '1' TO SORT-GRUPO
                           MOVE ESTORNO-RECORD-DATAHORA
                               TO SORT-DATAHORA
                           MOVE '7' TO SORT-TIPO
                           MOVE ESTORNO-RECORD-DATAHORA-RESGATE
                               TO SORT-DATAHORA-REF
                           RELEASE SORT-REG
                   END-READ
               END-PERFORM
               CLOSE ESTORNO-FILE
           END-IF.

       REUNIR-CANCELAMENTOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT CANCEL-FILE
           IF WS-CANCEL-FILE-STATUS NOT = '00'
                   AND WS-CANCEL-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCFR: erro ao abrir cancel.txt, status '
                   WS-CANCEL-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ CANCEL-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-CANCEL
                           MOVE SPACES TO SORT-REG
                           MOVE CANCEL-RECORD-TOKEN
                               (1:TOKENCFG-COMPRIMENTO)
                               TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
                           IF TOKENCFG-ALFA-CHECK
                               MOVE CANCEL-RECORD-CHECK TO SORT-TOKEN
                                   (TOKENCFG-COMPRIMENTO + 1:1)
                           END-IF
                           MOVE '1' TO SORT-GRUPO
                           MOVE CANCEL-RECORD-DATAHORA TO SORT-DATAHORA
                           MOVE '8' TO SORT-TIPO
                           RELEASE SORT-REG
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
           END-IF.

       CONFERIR-TOKENS.
           MOVE 'N' TO WS-FIM-SORT
           MOVE SPACES TO WS-TOKEN-ATUAL
           PERFORM UNTIL FIM-SORT
               RETURN SORT-ARQ
                   AT END
                       MOVE 'Y' TO WS-FIM-SORT
                   NOT AT END
                       IF SORT-TOKEN NOT = WS-TOKEN-ATUAL
                           IF WS-TOKEN-ATUAL NOT = SPACES
                               PERFORM FECHAR-TOKEN
                           END-IF
                           PERFORM INICIAR-TOKEN
                       END-IF
                       IF SORT-GRUPO = '2'
                           PERFORM GUARDAR-MASTER
                       ELSE
                           PERFORM APLICAR-EVENTO
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-TOKEN-ATUAL NOT = SPACES
               PERFORM FECHAR-TOKEN
           END-IF.

       INICIAR-TOKEN.
           MOVE SORT-TOKEN TO WS-TOKEN-ATUAL
           MOVE 'N' TO WS-EMITIDO
           MOVE 'N' TO WS-MASTER-ACHADO
           MOVE SPACES TO WS-ESPERADO
           MOVE SPACES TO WS-NO-MASTER.

       GUARDAR-MASTER.
           MOVE 'Y' TO WS-MASTER-ACHADO
           MOVE SORT-M-SITUACAO TO WS-MA-SITUACAO
           MOVE SORT-M-DATAHORA TO WS-MA-DATAHORA
           MOVE SORT-M-RESGATE TO WS-MA-RESGATE
           MOVE SORT-M-CANCEL TO WS-MA-CANCEL
           MOVE SORT-M-RESERVA TO WS-MA-RESERVA.

       APLICAR-EVENTO.
      *> The same transitions the writers make on the master, in the
      *> order the journals recorded them.
           EVALUATE SORT-TIPO
           WHEN '1'
               IF EMITIDO
                   ADD 1 TO WS-EMISSOES-REPETIDAS
               ELSE
                   MOVE 'Y' TO WS-EMITIDO
                   MOVE 'A' TO WS-ES-SITUACAO
                   MOVE SORT-DATAHORA TO WS-ES-DATAHORA
               END-IF
           WHEN '2'
               MOVE 'R' TO WS-ES-SITUACAO
               MOVE SORT-DATAHORA TO WS-ES-RESERVA
           WHEN '3'
               MOVE 'U' TO WS-ES-SITUACAO
               MOVE SORT-DATAHORA TO WS-ES-RESGATE
           WHEN '4'
      *>       TOKENRSV appends the resgate.txt event and the 'C' with
      *>       the same timestamp; the redemption sorts first.
               IF WS-ES-SITUACAO NOT = 'U'
                       OR WS-ES-RESGATE NOT = SORT-DATAHORA
                   ADD 1 TO WS-QTD-CONFIRMA-ORFA
                   MOVE 'CONFIRMA S/RESGATE' TO WS-LO-TIPO
                   MOVE WS-TOKEN-ATUAL TO WS-LO-TOKEN
                   MOVE 'RESERVA' TO WS-LO-CAMPO
                   MOVE SPACES TO WS-LO-MASTER
                   MOVE SORT-DATAHORA TO WS-LO-ESPERADO
                   DISPLAY WS-LINHA-OCORRENCIA
               END-IF
               MOVE 'U' TO WS-ES-SITUACAO
               MOVE SORT-DATAHORA TO WS-ES-RESGATE
           WHEN '5'
           WHEN '6'
               IF WS-ES-SITUACAO = 'R'
                   MOVE 'A' TO WS-ES-SITUACAO
                   MOVE SPACES TO WS-ES-RESERVA
               END-IF
           WHEN '7'
               IF WS-ES-SITUACAO = 'U'
                       AND WS-ES-RESGATE = SORT-DATAHORA-REF
                   MOVE 'A' TO WS-ES-SITUACAO
                   MOVE SPACES TO WS-ES-RESGATE
               END-IF
           WHEN '8'
               MOVE 'C' TO WS-ES-SITUACAO
               MOVE SORT-DATAHORA TO WS-ES-CANCEL
           END-EVALUATE.

       FECHAR-TOKEN.
           EVALUATE TRUE
           WHEN MASTER-ACHADO AND EMITIDO
               ADD 1 TO WS-TOKENS-CONFERIDOS
               PERFORM COMPARAR-MASTER
           WHEN MASTER-ACHADO
               ADD 1 TO WS-QTD-SEM-LEDGER
               MOVE 'SEM LEDGER' TO WS-LO-TIPO
               MOVE WS-TOKEN-ATUAL TO WS-LO-TOKEN
               MOVE 'SITUACAO' TO WS-LO-CAMPO
               MOVE WS-MA-SITUACAO TO WS-LO-MASTER
               MOVE SPACES TO WS-LO-ESPERADO
               DISPLAY WS-LINHA-OCORRENCIA
           WHEN EMITIDO
               ADD 1 TO WS-QTD-SEM-MASTER
               MOVE 'SEM MASTER' TO WS-LO-TIPO
               MOVE WS-TOKEN-ATUAL TO WS-LO-TOKEN
               MOVE 'SITUACAO' TO WS-LO-CAMPO
               MOVE SPACES TO WS-LO-MASTER
               MOVE WS-ES-SITUACAO TO WS-LO-ESPERADO
               DISPLAY WS-LINHA-OCORRENCIA
           WHEN OTHER
               ADD 1 TO WS-QTD-SEM-TOKEN
               MOVE 'EVENTO SEM TOKEN' TO WS-LO-TIPO
               MOVE WS-TOKEN-ATUAL TO WS-LO-TOKEN
               MOVE 'SITUACAO' TO WS-LO-CAMPO
               MOVE SPACES TO WS-LO-MASTER
               MOVE WS-ES-SITUACAO TO WS-LO-ESPERADO
               DISPLAY WS-LINHA-OCORRENCIA
           END-EVALUATE.

       COMPARAR-MASTER.
           MOVE 'N' TO WS-TOKEN-DIVERGENTE
           MOVE 'DIVERGENCIA' TO WS-LO-TIPO
           MOVE WS-TOKEN-ATUAL TO WS-LO-TOKEN
           IF WS-MA-SITUACAO NOT = WS-ES-SITUACAO
               MOVE 'SITUACAO' TO WS-LO-CAMPO
               MOVE WS-MA-SITUACAO TO WS-LO-MASTER
               MOVE WS-ES-SITUACAO TO WS-LO-ESPERADO
               PERFORM IMPRIMIR-DIVERGENCIA
           END-IF
           IF WS-MA-DATAHORA NOT = WS-ES-DATAHORA
               MOVE 'EMISSAO' TO WS-LO-CAMPO
               MOVE WS-MA-DATAHORA TO WS-LO-MASTER
               MOVE WS-ES-DATAHORA TO WS-LO-ESPERADO
               PERFORM IMPRIMIR-DIVERGENCIA
           END-IF
           IF WS-MA-RESGATE NOT = WS-ES-RESGATE
               MOVE 'RESGATE' TO WS-LO-CAMPO
               MOVE WS-MA-RESGATE TO WS-LO-MASTER
               MOVE WS-ES-RESGATE TO WS-LO-ESPERADO
               PERFORM IMPRIMIR-DIVERGENCIA
           END-IF
           IF WS-MA-CANCEL NOT = WS-ES-CANCEL
               MOVE 'CANCEL' TO WS-LO-CAMPO
               MOVE WS-MA-CANCEL TO WS-LO-MASTER
               MOVE WS-ES-CANCEL TO WS-LO-ESPERADO
               PERFORM IMPRIMIR-DIVERGENCIA
           END-IF
      *>   The hold timestamp only matters while the token is held -
      *>   it is what the sweep ages against. A confirmed hold keeps
      *>   its stamp on the master and a TOKENCNV rebuild never
      *>   carries one, so comparing it outside a hold would only
      *>   report noise.
           IF WS-ES-SITUACAO = 'R'
                   AND WS-MA-RESERVA NOT = WS-ES-RESERVA
               MOVE 'RESERVA' TO WS-LO-CAMPO
               MOVE WS-MA-RESERVA TO WS-LO-MASTER
               MOVE WS-ES-RESERVA TO WS-LO-ESPERADO
               PERFORM IMPRIMIR-DIVERGENCIA
           END-IF
           IF TOKEN-DIVERGENTE
               ADD 1 TO WS-TOKENS-DIVERGENTES
           END-IF.

       IMPRIMIR-DIVERGENCIA.
           MOVE 'Y' TO WS-TOKEN-DIVERGENTE
           ADD 1 TO WS-QTD-DIVERGENCIAS
           DISPLAY WS-LINHA-OCORRENCIA.
       END PROGRAM     TOKENCFR.
