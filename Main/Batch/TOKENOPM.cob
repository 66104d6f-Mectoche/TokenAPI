      *     tokenopm desativar <id>
      *     tokenopm ativar <id>
      *     tokenopm listar
      *     tokenopm historico <id>
      * <perfis> is the letters of the roles granted, in any order:
      * E issue, R redeem, C void, S supervisor - e.g. ERC for a
      * senior teller, ERCS for a branch supervisor.
      * Writes run under the same token.lck lock the transaction
      * programs take, so a deactivation can never interleave with
      * an issuance that already passed its operator check.
      *
      * Every incluir / desativar / ativar needs a supervisor: the
      * TOKEN_OPERADOR profile id must exist here, be active and
      * hold the SUPERVISOR role. The one exception is an empty
      * master, where nobody can vouch for anybody - the first
      * operator may then be added under its own profile id, and
      * only with the S role. Each change is appended to
      * manutencao.txt (TOKENMNT.cpy) with the before and after
      * images and the supervisor id; historico prints that
      * timeline for one operator, oldest change first.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT    SECTION.
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL MANUT-FILE ASSIGN TO 'manutencao.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MANUT-FILE-STATUS.
       DATA DIVISION.
       FILE            SECTION.
       FD  OPERADOR-FILE.
       COPY TOKENOPM.
       FD  LOCK-FILE.
       01  LOCK-RECORD             PIC X(01).
       FD  MANUT-FILE.
       COPY TOKENMNT.
       WORKING-STORAGE SECTION.
       01  WS-OPERADOR-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-MANUT-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-WRITE-STATUS         PIC X(02) VALUE '00'.
       01  WS-LOCK-STATUS          PIC X(02) VALUE '00'.
       01  WS-LOCK-OBTIDO          PIC X VALUE 'N'.
           88  LOCK-OBTIDO         VALUE 'Y'.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-LISTADOS             PIC 9(04) VALUE ZERO.
       01  WS-SUPERVISOR           PIC X(08) VALUE SPACES.
       01  WS-SUPERVISOR-OK        PIC X VALUE 'N'.
           88  SUPERVISOR-OK       VALUE 'Y'.
       01  WS-CADASTRO-VAZIO       PIC X VALUE 'N'.
           88  CADASTRO-VAZIO      VALUE 'Y'.
       01  WS-DATAHORA-AGORA       PIC X(14) VALUE SPACES.
       01  WS-ACAO-MANUT           PIC X(01) VALUE SPACE.
       01  WS-IMAGEM-ANTES         PIC X(80) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS        PIC X(80) VALUE SPACES.
      *    Working copy of a master image from manutencao.txt, for
      *    the historico listing.
       COPY TOKENOPM REPLACING LEADING ==OPERADOR== BY ==WS-IMAGEM==.
       01  WS-LINHA-HISTORICO.
           05  WS-LH-DATAHORA      PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LH-ACAO          PIC X(11).
           05  FILLER              PIC X(05) VALUE ' POR '.
           05  WS-LH-SUPERVISOR    PIC X(08).
       01  WS-LINHA-OPERADOR.
           05  WS-LO-ID            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
               PERFORM MUDAR-SITUACAO
           WHEN 'LISTAR'
               PERFORM LISTAR-OPERADORES
           WHEN 'HISTORICO'
               PERFORM LISTAR-HISTORICO
           WHEN OTHER
               DISPLAY 'TOKENOPM: uso: tokenopm incluir <id> '
                   '<agencia> <perfis E/R/C/S>'
               DISPLAY 'TOKENOPM:      tokenopm desativar <id>'
               DISPLAY 'TOKENOPM:      tokenopm ativar <id>'
               DISPLAY 'TOKENOPM:      tokenopm listar'
               DISPLAY 'TOKENOPM:      tokenopm historico <id>'
           END-EVALUATE
           STOP RUN.

           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-ACAO) TO WS-ACAO
           MOVE FUNCTION UPPER-CASE(WS-ID) TO WS-ID
           MOVE FUNCTION UPPER-CASE(WS-PERFIS) TO WS-PERFIS
           ACCEPT WS-SUPERVISOR FROM ENVIRONMENT 'TOKEN_OPERADOR'
      *>   Operator ids are kept upper-case on operador.idx.
           MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR) TO WS-SUPERVISOR.

       OBTER-LOCK.
           MOVE ZERO TO WS-TENTATIVAS-LOCK
       LIBERAR-LOCK.
           CLOSE LOCK-FILE.

       CONFERIR-SUPERVISOR.
      *> The workstation profile names the supervisor; the operator
      *> master (already open I-O under the lock) vouches for it - no
      *> entry, inactive, or no SUPERVISOR role all refuse the
      *> change.
           MOVE 'N' TO WS-SUPERVISOR-OK
           IF WS-SUPERVISOR NOT = SPACES
               MOVE WS-SUPERVISOR TO OPERADOR-ID
               READ OPERADOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPERADOR-ATIVO AND OPERADOR-SUPERVISOR
                           MOVE 'Y' TO WS-SUPERVISOR-OK
                       END-IF
               END-READ
           END-IF.

       CONFERIR-PRIMEIRO-SUPERVISOR.
      *> An empty master has nobody to vouch for anybody: the very
      *> first operator may be added under its own profile id, and
      *> only as a supervisor, so the log starts from a named person
      *> who can vouch for everyone after.
           MOVE 'N' TO WS-CADASTRO-VAZIO
           MOVE LOW-VALUES TO OPERADOR-ID
           START OPERADOR-FILE KEY NOT < OPERADOR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CADASTRO-VAZIO
           END-START
           PERFORM MONTAR-ROLES
           IF CADASTRO-VAZIO
                   AND WS-SUPERVISOR NOT = SPACES
                   AND WS-SUPERVISOR = WS-ID
                   AND OPERADOR-SUPERVISOR
               MOVE 'Y' TO WS-SUPERVISOR-OK
           END-IF.

       CONFERIR-PERFIS.
           MOVE 'N' TO WS-PERFIL-INVALIDO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
                   DISPLAY 'TOKENOPM: erro ao abrir operador.idx, '
                       'status ' WS-OPERADOR-FILE-STATUS
               ELSE
                   PERFORM CONFERIR-SUPERVISOR
                   IF NOT SUPERVISOR-OK
                       PERFORM CONFERIR-PRIMEIRO-SUPERVISOR
                   END-IF
                   IF NOT SUPERVISOR-OK
                       DISPLAY 'TOKENOPM: operador ' WS-SUPERVISOR
                           ' sem alcada de supervisor - manutencao '
                           'recusada'
                   ELSE
                       PERFORM GRAVAR-REGISTRO-NOVO
                   END-IF
                   CLOSE OPERADOR-FILE
               END-IF
               PERFORM LIBERAR-LOCK
           END-IF.

       GRAVAR-REGISTRO-NOVO.
           MOVE WS-ID TO OPERADOR-ID
           MOVE WS-AGENCIA TO OPERADOR-AGENCIA
           MOVE 'A' TO OPERADOR-SITUACAO
           PERFORM MONTAR-ROLES
           WRITE OPERADOR-MASTER
               INVALID KEY
                   DISPLAY 'TOKENOPM: operador ' WS-ID
                       ' ja existe'
               NOT INVALID KEY
                   MOVE SPACES TO WS-IMAGEM-ANTES
                   MOVE OPERADOR-MASTER TO WS-IMAGEM-DEPOIS
                   MOVE 'I' TO WS-ACAO-MANUT
                   PERFORM GRAVAR-EVENTO-MANUTENCAO
                   IF WS-WRITE-STATUS = '00'
                       DISPLAY 'TOKENOPM: operador ' WS-ID
                           ' incluido'
                   END-IF
           END-WRITE.

       MONTAR-ROLES.
           MOVE 'N' TO OPERADOR-ROLE-EMITE
           MOVE 'N' TO OPERADOR-ROLE-RESGATA
                       DISPLAY 'TOKENOPM: erro ao abrir operador.idx, '
                           'status ' WS-OPERADOR-FILE-STATUS
                   ELSE
                       PERFORM CONFERIR-SUPERVISOR
                       IF NOT SUPERVISOR-OK
                           DISPLAY 'TOKENOPM: operador ' WS-SUPERVISOR
                               ' sem alcada de supervisor - '
                               'manutencao recusada'
                       ELSE
                           PERFORM REGRAVAR-SITUACAO
                       END-IF
                       CLOSE OPERADOR-FILE
                   END-IF
                   PERFORM LIBERAR-LOCK
                   DISPLAY 'TOKENOPM: operador ' WS-ID
                       ' nao encontrado'
               NOT INVALID KEY
                   MOVE OPERADOR-MASTER TO WS-IMAGEM-ANTES
                   IF WS-ACAO = 'DESATIVAR'
                       MOVE 'I' TO OPERADOR-SITUACAO
                       MOVE 'D' TO WS-ACAO-MANUT
                   ELSE
                       MOVE 'A' TO OPERADOR-SITUACAO
                       MOVE 'A' TO WS-ACAO-MANUT
                   END-IF
                   REWRITE OPERADOR-MASTER
                   IF WS-OPERADOR-FILE-STATUS = '00'
                       MOVE OPERADOR-MASTER TO WS-IMAGEM-DEPOIS
                       PERFORM GRAVAR-EVENTO-MANUTENCAO
                       IF WS-WRITE-STATUS = '00'
                           DISPLAY 'TOKENOPM: operador ' WS-ID
                               ' agora ' OPERADOR-SITUACAO
                       END-IF
                   ELSE
                       DISPLAY 'TOKENOPM: erro ao regravar '
                           'operador.idx, status '
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
               MOVE 'O' TO MANUT-CADASTRO
               MOVE WS-ID TO MANUT-CHAVE
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
               DISPLAY 'TOKENOPM: erro ao gravar manutencao.txt, '
                   'status ' WS-WRITE-STATUS
           END-IF.

       LISTAR-OPERADORES.
           OPEN INPUT OPERADOR-FILE
           IF WS-OPERADOR-FILE-STATUS NOT = '00'

       LISTAR-UM-OPERADOR.
           ADD 1 TO WS-LISTADOS
           MOVE OPERADOR-MASTER TO WS-IMAGEM-MASTER
           PERFORM MONTAR-LINHA-OPERADOR
           DISPLAY WS-LINHA-OPERADOR.

       MONTAR-LINHA-OPERADOR.
           MOVE WS-IMAGEM-ID TO WS-LO-ID
           MOVE WS-IMAGEM-AGENCIA TO WS-LO-AGENCIA
           MOVE WS-IMAGEM-SITUACAO TO WS-LO-SITUACAO
           MOVE WS-IMAGEM-ROLE-EMITE TO WS-LO-EMITE
           MOVE WS-IMAGEM-ROLE-RESGATA TO WS-LO-RESGATA
           MOVE WS-IMAGEM-ROLE-CANCELA TO WS-LO-CANCELA
           MOVE WS-IMAGEM-ROLE-SUPERVISOR TO WS-LO-SUPERVISOR.

       LISTAR-HISTORICO.
      *> manutencao.txt is append-only, so file order is the order
      *> the changes were made - no sort needed for the timeline.
           IF WS-ID = SPACES
               DISPLAY 'TOKENOPM: informe o id do operador'
           ELSE
               OPEN INPUT MANUT-FILE
               IF WS-MANUT-FILE-STATUS NOT = '00'
                       AND WS-MANUT-FILE-STATUS NOT = '05'
                   DISPLAY 'TOKENOPM: erro ao abrir manutencao.txt, '
                       'status ' WS-MANUT-FILE-STATUS
               ELSE
                   DISPLAY 'HISTORICO DE MANUTENCAO - OPERADOR ' WS-ID
                   DISPLAY '=========================================='
                       '==='
                   MOVE 'N' TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ MANUT-FILE
                           AT END
                               MOVE 'Y' TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF MANUT-OPERADOR
                                       AND MANUT-CHAVE = WS-ID
                                   PERFORM LISTAR-UM-EVENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MANUT-FILE
                   IF WS-LISTADOS = ZERO
                       DISPLAY '(NENHUMA ALTERACAO REGISTRADA)'
                   ELSE
                       DISPLAY '======================================'
                           '======='
                       DISPLAY 'ALTERACOES: ' WS-LISTADOS
                   END-IF
               END-IF
           END-IF.

       LISTAR-UM-EVENTO.
           ADD 1 TO WS-LISTADOS
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
               PERFORM MONTAR-LINHA-OPERADOR
               DISPLAY '    ANTES : ' WS-LINHA-OPERADOR
           END-IF
           MOVE MANUT-DEPOIS TO WS-IMAGEM-MASTER
           PERFORM MONTAR-LINHA-OPERADOR
           DISPLAY '    DEPOIS: ' WS-LINHA-OPERADOR.
       END PROGRAM     TOKENOPM.
