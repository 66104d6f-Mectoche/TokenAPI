      *     tokencpm desativar <codigo>
      *     tokencpm ativar <codigo>
      *     tokencpm listar
      *     tokencpm historico <codigo>
      * Dates are AAAAMMDD; <dias> is the campaign's own validity
      * window in days (what TOKENVAL enforces instead of the global
      * WS-VALIDADE-DIAS); <maximo> is the most tokens the campaign
      * Writes run under the same token.lck lock TOKENGER takes, so
      * a maintenance change can never interleave with an issuance
      * counting into the same campaign record.
      *
      * Every incluir / desativar / ativar needs a supervisor: the
      * TOKEN_OPERADOR profile id must exist on operador.idx (see
      * TOKENOPM.cpy), be active and hold the SUPERVISOR role. Each
      * change is appended to manutencao.txt (TOKENMNT.cpy) with the
      * before and after images and the supervisor id; historico
      * prints that timeline for one campaign, oldest change first -
      * who stopped it, who turned it back on, and when.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT    SECTION.
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO 'operador.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS WS-OPERADOR-FILE-STATUS.
           SELECT OPTIONAL MANUT-FILE ASSIGN TO 'manutencao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MANUT-FILE-STATUS.
       DATA DIVISION.
       FILE            SECTION.
       FD  CAMPANHA-FILE.
       COPY TOKENCPM.
       FD  LOCK-FILE.
       01  LOCK-RECORD             PIC X(01).
       FD  OPERADOR-FILE.
       COPY TOKENOPM.
       FD  MANUT-FILE.
       COPY TOKENMNT.
       WORKING-STORAGE SECTION.
       01  WS-CAMPANHA-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-OPERADOR-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-MANUT-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-WRITE-STATUS         PIC X(02) VALUE '00'.
       01  WS-LOCK-STATUS          PIC X(02) VALUE '00'.
       01  WS-LOCK-OBTIDO          PIC X VALUE 'N'.
           88  LOCK-OBTIDO         VALUE 'Y'.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-LISTADAS             PIC 9(04) VALUE ZERO.
       01  WS-SUPERVISOR           PIC X(08) VALUE SPACES.
       01  WS-SUPERVISOR-OK        PIC X VALUE 'N'.
           88  SUPERVISOR-OK       VALUE 'Y'.
       01  WS-DATAHORA-AGORA       PIC X(14) VALUE SPACES.
       01  WS-ACAO-MANUT           PIC X(01) VALUE SPACE.
       01  WS-IMAGEM-ANTES         PIC X(80) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS        PIC X(80) VALUE SPACES.
      *    Working copy of a master image from manutencao.txt, for
      *    the historico listing.
       COPY TOKENCPM REPLACING LEADING ==CAMPANHA== BY ==WS-IMAGEM==.
       01  WS-LINHA-HISTORICO.
           05  WS-LH-DATAHORA      PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LH-ACAO          PIC X(11).
           05  FILLER              PIC X(05) VALUE ' POR '.
           05  WS-LH-SUPERVISOR    PIC X(08).
       01  WS-LINHA-CAMPANHA.
           05  WS-LC-CODIGO        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
               PERFORM MUDAR-SITUACAO
           WHEN 'LISTAR'
               PERFORM LISTAR-CAMPANHAS
           WHEN 'HISTORICO'
               PERFORM LISTAR-HISTORICO
           WHEN OTHER
               DISPLAY 'TOKENCPM: uso: tokencpm incluir <codigo> '
                   '<inicio> <fim> <dias> <maximo> <descricao>'
               DISPLAY 'TOKENCPM:      tokencpm desativar <codigo>'
               DISPLAY 'TOKENCPM:      tokencpm ativar <codigo>'
               DISPLAY 'TOKENCPM:      tokencpm listar'
               DISPLAY 'TOKENCPM:      tokencpm historico <codigo>'
           END-EVALUATE
           STOP RUN.

      *>   parameter instead.
           IF WS-PTR-PARM <= 120
               MOVE WS-PARM(WS-PTR-PARM:) TO WS-DESCRICAO
           END-IF
           ACCEPT WS-SUPERVISOR FROM ENVIRONMENT 'TOKEN_OPERADOR'
      *>   Operator ids are kept upper-case on operador.idx.
           MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR) TO WS-SUPERVISOR.

       OBTER-LOCK.
           MOVE ZERO TO WS-TENTATIVAS-LOCK
       LIBERAR-LOCK.
           CLOSE LOCK-FILE.

       CONFERIR-SUPERVISOR.
      *> The workstation profile names the supervisor; the operator
      *> master vouches for it - no entry, inactive, or no SUPERVISOR
      *> role all refuse the change.
           MOVE 'N' TO WS-SUPERVISOR-OK
           IF WS-SUPERVISOR NOT = SPACES
               OPEN INPUT OPERADOR-FILE
               IF WS-OPERADOR-FILE-STATUS NOT = '00'
                       AND WS-OPERADOR-FILE-STATUS NOT = '05'
                   DISPLAY 'TOKENCPM: erro ao abrir operador.idx, '
                       'status ' WS-OPERADOR-FILE-STATUS
               ELSE
                   MOVE WS-SUPERVISOR TO OPERADOR-ID
                   READ OPERADOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPERADOR-ATIVO AND OPERADOR-SUPERVISOR
                               MOVE 'Y' TO WS-SUPERVISOR-OK
                           END-IF
                   END-READ
                   CLOSE OPERADOR-FILE
               END-IF
           END-IF.

       INCLUIR-CAMPANHA.
           IF WS-CODIGO = SPACES
               DISPLAY 'TOKENCPM: informe o codigo da campanha'
           IF NOT LOCK-OBTIDO
               DISPLAY 'TOKENCPM: token.lck ocupado - tente mais tarde'
           ELSE
               PERFORM CONFERIR-SUPERVISOR
               IF NOT SUPERVISOR-OK
                   DISPLAY 'TOKENCPM: operador ' WS-SUPERVISOR
                       ' sem alcada de supervisor - manutencao '
                       'recusada'
               ELSE
                   OPEN I-O CAMPANHA-FILE
                   IF WS-CAMPANHA-FILE-STATUS NOT = '00'
                           AND WS-CAMPANHA-FILE-STATUS NOT = '05'
                       DISPLAY 'TOKENCPM: erro ao abrir campanha.idx, '
                           'status ' WS-CAMPANHA-FILE-STATUS
                   ELSE
                       PERFORM GRAVAR-REGISTRO-NOVO
                       CLOSE CAMPANHA-FILE
                   END-IF
               END-IF
               PERFORM LIBERAR-LOCK
           END-IF.

       GRAVAR-REGISTRO-NOVO.
           MOVE WS-CODIGO TO CAMPANHA-CODIGO
           MOVE WS-DESCRICAO TO CAMPANHA-DESCRICAO
           MOVE WS-DATA-INICIO TO CAMPANHA-DATA-INICIO
           MOVE WS-DATA-FIM TO CAMPANHA-DATA-FIM
           MOVE FUNCTION NUMVAL(WS-DIAS-TXT)
               TO CAMPANHA-VALIDADE-DIAS
           MOVE FUNCTION NUMVAL(WS-MAXIMO-TXT)
               TO CAMPANHA-QTD-MAXIMA
           MOVE ZERO TO CAMPANHA-QTD-EMITIDA
           MOVE 'A' TO CAMPANHA-SITUACAO
           WRITE CAMPANHA-MASTER
               INVALID KEY
                   DISPLAY 'TOKENCPM: campanha ' WS-CODIGO
                       ' ja existe'
               NOT INVALID KEY
                   MOVE SPACES TO WS-IMAGEM-ANTES
                   MOVE CAMPANHA-MASTER TO WS-IMAGEM-DEPOIS
                   MOVE 'I' TO WS-ACAO-MANUT
                   PERFORM GRAVAR-EVENTO-MANUTENCAO
                   IF WS-WRITE-STATUS = '00'
                       DISPLAY 'TOKENCPM: campanha ' WS-CODIGO
                           ' incluida'
                   END-IF
           END-WRITE.

       MUDAR-SITUACAO.
           IF WS-CODIGO = SPACES
               DISPLAY 'TOKENCPM: informe o codigo da campanha'
                   DISPLAY 'TOKENCPM: token.lck ocupado - tente '
                       'mais tarde'
               ELSE
                   PERFORM CONFERIR-SUPERVISOR
                   IF NOT SUPERVISOR-OK
                       DISPLAY 'TOKENCPM: operador ' WS-SUPERVISOR
                           ' sem alcada de supervisor - manutencao '
                           'recusada'
                   ELSE
                       PERFORM ABRIR-E-REGRAVAR
                   END-IF
                   PERFORM LIBERAR-LOCK
               END-IF
           END-IF.

       ABRIR-E-REGRAVAR.
           OPEN I-O CAMPANHA-FILE
           IF WS-CAMPANHA-FILE-STATUS NOT = '00'
                   AND WS-CAMPANHA-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCPM: erro ao abrir campanha.idx, '
                   'status ' WS-CAMPANHA-FILE-STATUS
           ELSE
               PERFORM REGRAVAR-SITUACAO
               CLOSE CAMPANHA-FILE
           END-IF.

       REGRAVAR-SITUACAO.
           MOVE WS-CODIGO TO CAMPANHA-CODIGO
           READ CAMPANHA-FILE
                   DISPLAY 'TOKENCPM: campanha ' WS-CODIGO
                       ' nao encontrada'
               NOT INVALID KEY
                   MOVE CAMPANHA-MASTER TO WS-IMAGEM-ANTES
                   IF WS-ACAO = 'DESATIVAR'
                       MOVE 'I' TO CAMPANHA-SITUACAO
                       MOVE 'D' TO WS-ACAO-MANUT
                   ELSE
                       MOVE 'A' TO CAMPANHA-SITUACAO
                       MOVE 'A' TO WS-ACAO-MANUT
                   END-IF
                   REWRITE CAMPANHA-MASTER
                   IF WS-CAMPANHA-FILE-STATUS = '00'
                       MOVE CAMPANHA-MASTER TO WS-IMAGEM-DEPOIS
                       PERFORM GRAVAR-EVENTO-MANUTENCAO
                       IF WS-WRITE-STATUS = '00'
                           DISPLAY 'TOKENCPM: campanha ' WS-CODIGO
                               ' agora ' CAMPANHA-SITUACAO
                       END-IF
                   ELSE
                       DISPLAY 'TOKENCPM: erro ao regravar '
                           'campanha.idx, status '
                   END-IF
           END-READ.

       GRAVAR-EVENTO-MANUTENCAO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATAHORA-AGORA
           OPEN EXTEND MANUT-FILE
           MOVE WS-MANUT-FILE-STATUS TO WS-WRITE-STATUS
           IF WS-MANUT-FILE-STATUS = '00'
                   OR WS-MANUT-FILE-STATUS = '05'
               MOVE SPACES TO MANUT-RECORD
               MOVE WS-DATAHORA-AGORA TO MANUT-DATAHORA
               MOVE 'C' TO MANUT-CADASTRO
               MOVE WS-CODIGO TO MANUT-CHAVE
               MOVE WS-ACAO-MANUT TO MANUT-ACAO
               MOVE WS-SUPERVISOR TO MANUT-SUPERVISOR
               MOVE WS-IMAGEM-ANTES TO MANUT-ANTES
               MOVE WS-IMAGEM-DEPOIS TO MANUT-DEPOIS
               WRITE MANUT-RECORD
               MOVE WS-MANUT-FILE-STATUS TO WS-WRITE-STATUS
               CLOSE MANUT-FILE
      *>         Only let the CLOSE status override the WRITE status
      *>         when the WRITE itself succeeded - a WRITE failure must
      *>         not be masked by a CLOSE that then succeeds.
               IF WS-WRITE-STATUS = '00'
                   MOVE WS-MANUT-FILE-STATUS TO WS-WRITE-STATUS
               END-IF
           END-IF
           IF WS-WRITE-STATUS NOT = '00'
               DISPLAY 'TOKENCPM: erro ao gravar manutencao.txt, '
                   'status ' WS-WRITE-STATUS
           END-IF.

       LISTAR-CAMPANHAS.
           OPEN INPUT CAMPANHA-FILE
           IF WS-CAMPANHA-FILE-STATUS NOT = '00'

       LISTAR-UMA-CAMPANHA.
           ADD 1 TO WS-LISTADAS
           MOVE CAMPANHA-MASTER TO WS-IMAGEM-MASTER
           PERFORM MONTAR-LINHA-CAMPANHA
           DISPLAY WS-LINHA-CAMPANHA.

       MONTAR-LINHA-CAMPANHA.
           MOVE WS-IMAGEM-CODIGO TO WS-LC-CODIGO
           MOVE WS-IMAGEM-SITUACAO TO WS-LC-SITUACAO
           MOVE WS-IMAGEM-DATA-INICIO TO WS-LC-INICIO
           MOVE WS-IMAGEM-DATA-FIM TO WS-LC-FIM
           MOVE WS-IMAGEM-VALIDADE-DIAS TO WS-LC-DIAS
           MOVE WS-IMAGEM-QTD-EMITIDA TO WS-LC-EMITIDA
           MOVE WS-IMAGEM-QTD-MAXIMA TO WS-LC-MAXIMA
           MOVE WS-IMAGEM-DESCRICAO TO WS-LC-DESCRICAO.

       LISTAR-HISTORICO.
      *> manutencao.txt is append-only, so file order is the order
      *> the changes were made - no sort needed for the timeline.
           IF WS-CODIGO = SPACES
               DISPLAY 'TOKENCPM: informe o codigo da campanha'
           ELSE
               OPEN INPUT MANUT-FILE
               IF WS-MANUT-FILE-STATUS NOT = '00'
                       AND WS-MANUT-FILE-STATUS NOT = '05'
                   DISPLAY 'TOKENCPM: erro ao abrir manutencao.txt, '
                       'status ' WS-MANUT-FILE-STATUS
               ELSE
                   DISPLAY 'HISTORICO DE MANUTENCAO - CAMPANHA '
                       WS-CODIGO
                   DISPLAY '======================================'
                       '======='
                   MOVE 'N' TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ MANUT-FILE
                           AT END
                               MOVE 'Y' TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF MANUT-CAMPANHA
                                       AND MANUT-CHAVE = WS-CODIGO
                                   PERFORM LISTAR-UM-EVENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MANUT-FILE
                   IF WS-LISTADAS = ZERO
                       DISPLAY '(NENHUMA ALTERACAO REGISTRADA)'
                   ELSE
                       DISPLAY '======================================'
                           '======='
                       DISPLAY 'ALTERACOES: ' WS-LISTADAS
                   END-IF
               END-IF
           END-IF.

       LISTAR-UM-EVENTO.
           ADD 1 TO WS-LISTADAS
           MOVE MANUT-DATAHORA TO WS-LH-DATAHORA
           EVALUATE TRUE
           WHEN MANUT-INCLUSAO
               MOVE 'INCLUSAO' TO WS-LH-ACAO
           WHEN MANUT-DESATIVACAO
               MOVE 'DESATIVACAO' TO WS-LH-ACAO
           WHEN MANUT-ATIVACAO
               MOVE 'ATIVACAO' TO WS-LH-ACAO
           WHEN OTHER
               MOVE MANUT-ACAO TO WS-LH-ACAO
           END-EVALUATE
           MOVE MANUT-SUPERVISOR TO WS-LH-SUPERVISOR
           DISPLAY WS-LINHA-HISTORICO
           IF MANUT-ANTES = SPACES
               DISPLAY '    ANTES : (INEXISTENTE)'
           ELSE
               MOVE MANUT-ANTES TO WS-IMAGEM-MASTER
               PERFORM MONTAR-LINHA-CAMPANHA
               DISPLAY '    ANTES : ' WS-LINHA-CAMPANHA
           END-IF
           MOVE MANUT-DEPOIS TO WS-IMAGEM-MASTER
           PERFORM MONTAR-LINHA-CAMPANHA
           DISPLAY '    DEPOIS: ' WS-LINHA-CAMPANHA.
       END PROGRAM     TOKENCPM.
