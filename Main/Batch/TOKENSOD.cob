       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TOKENSOD.
      *****************************************************************
      * Segregation-of-duties exception report: proves that no single
      * person issued a token and then cleaned up after it, by joining
      * who issued each token with who voided it and who reversed its
      * redemption:
      *   - issuer: TOKEN-RECORD-OPERADOR on the live ledger
      *     (token.txt) and on the tokarchAAAAMM.txt monthly archives
      *     TOKENARC carved off it (same TOKENREC layout) - their
      *     names are passed on the command line, oldest first, as
      *     for TOKENCNV; the run script globs them
      *   - voider: CANCEL-RECORD-OPERADOR on cancel.txt
      *   - reversing supervisor: ESTORNO-RECORD-SUPERVISOR on
      *     estorno.txt
      * The exceptions flagged, one per line:
      *   EMITIU E CANCELOU   the same operator issued and voided
      *                       the same token
      *   EMITIU E ESTORNOU   a supervisor reversed a redemption of
      *                       a token they issued themselves
      *   OPERADOR DESCONHEC  an issuance, void or reversal stamped
      *                       with an id not on operador.idx
      *   OPERADOR INATIVO    ... with an id operador.idx shows as
      *                       inactive
      *   SEM PERFIL          ... with an id lacking the role the
      *                       action needs (EMITE / CANCELA /
      *                       SUPERVISOR, see TOKENOPM.cpy)
      * operador.idx is current-state only, so an operator since
      * deactivated is reported against their earlier actions too -
      * the auditor decides which of those are expected. Actions
      * stamped before attribution existed (blank id) and TOKENGEN
      * batch issuance (channel 'B', no person behind it) are not
      * role-checked; they are only counted.
      *
      * The join is done with an internal sort on the token (issuance
      * first, then voids, then reversals), so the report has no
      * table limit on the ledger. A token issued more than once (a
      * ledger duplicate, see TOKENAUD) is attributed to its first
      * issuance, the one the master kept.
      *
      * Voids and reversals TOKENRTA posted from a head office return
      * file (ORIGEM 'M' on cancel.txt / estorno.txt) were keyed at
      * another branch, by an operator on THAT branch's operador.idx:
      * they are only counted apart, never role-checked or totalled
      * against this branch's operators.
      *
      * Voids and reversals are also totalled per operator per month
      * of the action; lines above twice the average of all
      * operator-months are marked with '<<' so outliers stand out.
      *
      * Read-only - like TOKENRPT it does not need token.lck.
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
           SELECT OPTIONAL CANCEL-FILE ASSIGN TO 'cancel.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CANCEL-FILE-STATUS.
           SELECT OPTIONAL ESTORNO-FILE ASSIGN TO 'estorno.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTORNO-FILE-STATUS.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO 'operador.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS WS-OPERADOR-FILE-STATUS.
           SELECT SORT-ARQ ASSIGN TO 'tokensod.srt'.
       DATA DIVISION.
       FILE            SECTION.
       FD  TOKEN-FILE.
       COPY TOKENREC.
       FD  ARQUIVO-FILE.
       COPY TOKENREC REPLACING LEADING ==TOKEN-RECORD==
           BY ==ARQUIVO-RECORD==.
       FD  CANCEL-FILE.
       COPY TOKENCNL.
       FD  ESTORNO-FILE.
       COPY TOKENETO.
       FD  OPERADOR-FILE.
       COPY TOKENOPM.
       SD  SORT-ARQ.
       01  SORT-REG.
           05  SORT-TOKEN          PIC X(11).
      *        '1' issuance, '2' void, '3' reversal - issuance sorts
      *        ahead of the actions taken on the token.
           05  SORT-TIPO           PIC X(01).
           05  SORT-DATAHORA       PIC X(14).
           05  SORT-OPERADOR       PIC X(08).
           05  SORT-CANAL          PIC X(01).
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       01  WS-TOKEN-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-ARQUIVO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-CANCEL-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-ESTORNO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-OPERADOR-FILE-STATUS PIC X(02) VALUE '00'.
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
       01  WS-OPERADORES-ABERTO    PIC X VALUE 'N'.
           88  OPERADORES-ABERTO   VALUE 'Y'.
      *    Issuer of the token group being walked in the sort output.
       01  WS-TOKEN-ATUAL          PIC X(11) VALUE SPACES.
       01  WS-EMISSOR-ATUAL        PIC X(08) VALUE SPACES.
       01  WS-EMISSAO-ACHADA       PIC X VALUE 'N'.
           88  EMISSAO-ACHADA      VALUE 'Y'.
       01  WS-LIDOS-EMISSAO        PIC 9(07) VALUE ZERO.
       01  WS-LIDOS-CANCEL         PIC 9(07) VALUE ZERO.
       01  WS-LIDOS-ESTORNO        PIC 9(07) VALUE ZERO.
       01  WS-LIDOS-MATRIZ         PIC 9(07) VALUE ZERO.
       01  WS-SEM-OPERADOR         PIC 9(07) VALUE ZERO.
       01  WS-EMISSOES-LOTE        PIC 9(07) VALUE ZERO.
       01  WS-SEM-EMISSAO          PIC 9(07) VALUE ZERO.
       01  WS-QTD-EXCECOES         PIC 9(07) VALUE ZERO.
       01  WS-QTD-AUTO-CANCEL      PIC 9(07) VALUE ZERO.
       01  WS-QTD-AUTO-ESTORNO     PIC 9(07) VALUE ZERO.
       01  WS-QTD-DESCONHECIDO     PIC 9(07) VALUE ZERO.
       01  WS-QTD-INATIVO          PIC 9(07) VALUE ZERO.
       01  WS-QTD-SEM-PERFIL       PIC 9(07) VALUE ZERO.
      *    Operators already read from operador.idx, so the whole
      *    ledger does not cost one keyed read per line.
       01  WS-MAX-OPERADORES       PIC 9(04) VALUE 500.
       01  WS-QTD-OPERADORES       PIC 9(04) VALUE ZERO.
       01  WS-IX-OPERADOR          PIC 9(04) VALUE ZERO.
       01  WS-OPERADOR-ACHADO      PIC X VALUE 'N'.
           88  OPERADOR-ACHADO     VALUE 'Y'.
       01  WS-TABELA-OPERADORES.
           05  WS-OPERADOR OCCURS 500 TIMES.
               10  WS-OP-ID        PIC X(08).
               10  WS-OP-CADASTRADO
                                   PIC X(01).
               10  WS-OP-SITUACAO  PIC X(01).
               10  WS-OP-EMITE     PIC X(01).
               10  WS-OP-CANCELA   PIC X(01).
               10  WS-OP-SUPERVISOR
                                   PIC X(01).
      *    The operator being checked, from the cache or the file.
       01  WS-OPERADOR-CONSULTA.
           05  WS-OC-ID            PIC X(08).
           05  WS-OC-CADASTRADO    PIC X(01).
               88  OC-CADASTRADO   VALUE 'S'.
           05  WS-OC-SITUACAO      PIC X(01).
               88  OC-ATIVO        VALUE 'A'.
           05  WS-OC-EMITE         PIC X(01).
           05  WS-OC-CANCELA       PIC X(01).
           05  WS-OC-SUPERVISOR    PIC X(01).
       01  WS-PERFIL-EXIGIDO       PIC X(01) VALUE SPACE.
      *    Voids and reversals per operator per month, kept in
      *    operator + month order as entries are added.
       01  WS-MAX-MESES            PIC 9(04) VALUE 2000.
       01  WS-QTD-MESES            PIC 9(04) VALUE ZERO.
       01  WS-IX-MES               PIC 9(04) VALUE ZERO.
       01  WS-IX-DESLOCA           PIC 9(04) VALUE ZERO.
       01  WS-MES-ACHADO           PIC X VALUE 'N'.
           88  MES-ACHADO          VALUE 'Y'.
       01  WS-MES-POSICIONADO      PIC X VALUE 'N'.
           88  MES-POSICIONADO     VALUE 'Y'.
       01  WS-MESES-OUTROS         PIC 9(07) VALUE ZERO.
       01  WS-CHAVE-MES.
           05  WS-CM-OPERADOR      PIC X(08).
           05  WS-CM-MES           PIC X(06).
       01  WS-TABELA-MESES.
           05  WS-MES OCCURS 2000 TIMES.
               10  WS-MS-CHAVE.
                   15  WS-MS-OPERADOR  PIC X(08).
                   15  WS-MS-MES       PIC X(06).
               10  WS-MS-CANCEL    PIC 9(06).
               10  WS-MS-ESTORNO   PIC 9(06).
       01  WS-SOMA-ACOES           PIC 9(09) VALUE ZERO.
       01  WS-LIMIAR-DESTAQUE      PIC 9(07)V99 VALUE ZERO.
       01  WS-ACOES-MES            PIC 9(07) VALUE ZERO.
       01  WS-LINHA-EXCECAO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LX-TIPO          PIC X(20).
           05  WS-LX-TOKEN         PIC X(12).
           05  WS-LX-ACAO          PIC X(10).
           05  WS-LX-DATAHORA      PIC X(16).
           05  WS-LX-OPERADOR      PIC X(10).
           05  WS-LX-EMISSOR       PIC X(08).
       01  WS-LINHA-MES.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LM-OPERADOR      PIC X(14).
           05  WS-LM-MES           PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LM-CANCEL        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-LM-ESTORNO       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-LM-TOTAL         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LM-DESTAQUE      PIC X(02).
       PROCEDURE       DIVISION.
       PROGRAMA-PRINCIPAL.
           PERFORM OBTER-PARAMETROS
           OPEN INPUT OPERADOR-FILE
           IF WS-OPERADOR-FILE-STATUS = '00'
                   OR WS-OPERADOR-FILE-STATUS = '05'
               MOVE 'Y' TO WS-OPERADORES-ABERTO
           ELSE
      *>       Without the operator master the role checks would flag
      *>       every action as unknown - refuse instead.
               DISPLAY 'TOKENSOD: erro ao abrir operador.idx, status '
                   WS-OPERADOR-FILE-STATUS
               STOP RUN
           END-IF
           DISPLAY '============================================='
           DISPLAY 'SEGREGACAO DE FUNCOES - EXCECOES'
           DISPLAY '============================================='
           DISPLAY '  EXCECAO             TOKEN       ACAO      '
               'DATAHORA        OPERADOR  EMISSOR'
           SORT SORT-ARQ ON ASCENDING KEY SORT-TOKEN SORT-TIPO
                   SORT-DATAHORA
               INPUT PROCEDURE IS REUNIR-ACOES
               OUTPUT PROCEDURE IS CONFERIR-ACOES
           CLOSE OPERADOR-FILE
           COMPUTE WS-QTD-EXCECOES = WS-QTD-AUTO-CANCEL
               + WS-QTD-AUTO-ESTORNO + WS-QTD-DESCONHECIDO
               + WS-QTD-INATIVO + WS-QTD-SEM-PERFIL
           IF WS-QTD-EXCECOES = ZERO
               DISPLAY '  NENHUMA EXCECAO'
           END-IF
           DISPLAY ' '
           PERFORM IMPRIMIR-MESES
           DISPLAY '============================================='
           DISPLAY 'TOKENSOD: ' WS-LIDOS-EMISSAO ' emissao(oes), '
               WS-LIDOS-CANCEL ' cancelamento(s), '
               WS-LIDOS-ESTORNO ' estorno(s) lido(s)'
           IF WS-QTD-ARQUIVOS > ZERO
               DISPLAY 'TOKENSOD: emissoes incluem ' WS-QTD-ARQUIVOS
                   ' arquivo(s) mensal(is)'
           END-IF
           DISPLAY 'TOKENSOD: ' WS-QTD-EXCECOES ' excecao(oes):'
           DISPLAY 'TOKENSOD:   ' WS-QTD-AUTO-CANCEL
               ' emitido(s) e cancelado(s) pelo mesmo operador'
           DISPLAY 'TOKENSOD:   ' WS-QTD-AUTO-ESTORNO
               ' emitido(s) e estornado(s) pelo mesmo supervisor'
           DISPLAY 'TOKENSOD:   ' WS-QTD-DESCONHECIDO
               ' acao(oes) de operador desconhecido'
           DISPLAY 'TOKENSOD:   ' WS-QTD-INATIVO
               ' acao(oes) de operador inativo'
           DISPLAY 'TOKENSOD:   ' WS-QTD-SEM-PERFIL
               ' acao(oes) sem o perfil exigido'
           IF WS-SEM-OPERADOR > ZERO
               DISPLAY 'TOKENSOD: ' WS-SEM-OPERADOR
                   ' acao(oes) anterior(es) a atribuicao - sem '
                   'operador, nao conferida(s)'
           END-IF
           IF WS-EMISSOES-LOTE > ZERO
               DISPLAY 'TOKENSOD: ' WS-EMISSOES-LOTE
                   ' emissao(oes) em lote TOKENGEN - nao conferida(s)'
           END-IF
           IF WS-LIDOS-MATRIZ > ZERO
               DISPLAY 'TOKENSOD: ' WS-LIDOS-MATRIZ
                   ' cancelamento(s)/estorno(s) de outra agencia via '
                   'matriz - nao conferido(s)'
           END-IF
           IF WS-SEM-EMISSAO > ZERO
               DISPLAY 'TOKENSOD: ' WS-SEM-EMISSAO
                   ' cancelamento(s)/estorno(s) de token sem emissao '
                   'no ledger nem nos arquivos mensais'
           END-IF
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

       REUNIR-ACOES.
           PERFORM VARYING WS-IX-ARQUIVO FROM 1 BY 1
                   UNTIL WS-IX-ARQUIVO > WS-QTD-ARQUIVOS
               MOVE WS-NOME-ARQUIVO(WS-IX-ARQUIVO)
                   TO WS-ARQUIVO-NOME
               PERFORM REUNIR-UM-ARQUIVO
           END-PERFORM
           PERFORM REUNIR-LEDGER
           PERFORM REUNIR-CANCELAMENTOS
           PERFORM REUNIR-ESTORNOS.

       REUNIR-UM-ARQUIVO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVO-FILE
           IF WS-ARQUIVO-FILE-STATUS NOT = '00'
                   AND WS-ARQUIVO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENSOD: erro ao abrir ' WS-ARQUIVO-NOME
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
               DISPLAY 'TOKENSOD: erro ao abrir token.txt, status '
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
           MOVE '1' TO SORT-TIPO
           MOVE TOKEN-RECORD-DATAHORA TO SORT-DATAHORA
           MOVE TOKEN-RECORD-OPERADOR TO SORT-OPERADOR
           MOVE TOKEN-RECORD-CANAL TO SORT-CANAL
           RELEASE SORT-REG.

       REUNIR-CANCELAMENTOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT CANCEL-FILE
           IF WS-CANCEL-FILE-STATUS NOT = '00'
                   AND WS-CANCEL-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENSOD: erro ao abrir cancel.txt, status '
                   WS-CANCEL-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ CANCEL-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-CANCEL
                           IF CANCEL-RECORD-DA-MATRIZ
                               ADD 1 TO WS-LIDOS-MATRIZ
                           ELSE
                               PERFORM LIBERAR-CANCELAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
           END-IF.

       LIBERAR-CANCELAMENTO.
           MOVE SPACES TO SORT-REG
           MOVE CANCEL-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
           IF TOKENCFG-ALFA-CHECK
               MOVE CANCEL-RECORD-CHECK
                   TO SORT-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF
           MOVE '2' TO SORT-TIPO
           MOVE CANCEL-RECORD-DATAHORA TO SORT-DATAHORA
           MOVE CANCEL-RECORD-OPERADOR TO SORT-OPERADOR
           RELEASE SORT-REG.

       REUNIR-ESTORNOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ESTORNO-FILE
           IF WS-ESTORNO-FILE-STATUS NOT = '00'
                   AND WS-ESTORNO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENSOD: erro ao abrir estorno.txt, status '
                   WS-ESTORNO-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ESTORNO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-ESTORNO
                           IF ESTORNO-RECORD-DA-MATRIZ
                               ADD 1 TO WS-LIDOS-MATRIZ
                           ELSE
                               PERFORM LIBERAR-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTORNO-FILE
           END-IF.

       LIBERAR-ESTORNO.
           MOVE SPACES TO SORT-REG
           MOVE ESTORNO-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
           IF TOKENCFG-ALFA-CHECK
               MOVE ESTORNO-RECORD-CHECK
                   TO SORT-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF
           MOVE '3' TO SORT-TIPO
           MOVE ESTORNO-RECORD-DATAHORA TO SORT-DATAHORA
           MOVE ESTORNO-RECORD-SUPERVISOR TO SORT-OPERADOR
           RELEASE SORT-REG.

       CONFERIR-ACOES.
           MOVE 'N' TO WS-FIM-SORT
           MOVE HIGH-VALUES TO WS-TOKEN-ATUAL
           PERFORM UNTIL FIM-SORT
               RETURN SORT-ARQ
                   AT END
                       MOVE 'Y' TO WS-FIM-SORT
                   NOT AT END
                       IF SORT-TOKEN NOT = WS-TOKEN-ATUAL
                           MOVE SORT-TOKEN TO WS-TOKEN-ATUAL
                           MOVE SPACES TO WS-EMISSOR-ATUAL
                           MOVE 'N' TO WS-EMISSAO-ACHADA
                       END-IF
                       EVALUATE SORT-TIPO
                       WHEN '1'
                           PERFORM CONFERIR-EMISSAO
                       WHEN '2'
                           PERFORM CONFERIR-CANCELAMENTO
                       WHEN '3'
                           PERFORM CONFERIR-ESTORNO
                       END-EVALUATE
               END-RETURN
           END-PERFORM.

       CONFERIR-EMISSAO.
      *> Only the first issuance of a token attributes it - a ledger
      *> duplicate was never loaded onto the master.
           IF NOT EMISSAO-ACHADA
               MOVE 'Y' TO WS-EMISSAO-ACHADA
               MOVE SORT-OPERADOR TO WS-EMISSOR-ATUAL
               IF SORT-CANAL = 'B'
                   ADD 1 TO WS-EMISSOES-LOTE
               ELSE
                   MOVE 'E' TO WS-PERFIL-EXIGIDO
                   PERFORM CONFERIR-PERFIL
               END-IF
           END-IF.

       CONFERIR-CANCELAMENTO.
           IF NOT EMISSAO-ACHADA
               ADD 1 TO WS-SEM-EMISSAO
           END-IF
           IF SORT-OPERADOR NOT = SPACES
               PERFORM SOMAR-MES
               IF SORT-OPERADOR = WS-EMISSOR-ATUAL
                   MOVE 'EMITIU E CANCELOU' TO WS-LX-TIPO
                   ADD 1 TO WS-QTD-AUTO-CANCEL
                   PERFORM IMPRIMIR-EXCECAO
               END-IF
           END-IF
           MOVE 'C' TO WS-PERFIL-EXIGIDO
           PERFORM CONFERIR-PERFIL.

       CONFERIR-ESTORNO.
           IF NOT EMISSAO-ACHADA
               ADD 1 TO WS-SEM-EMISSAO
           END-IF
           IF SORT-OPERADOR NOT = SPACES
               PERFORM SOMAR-MES
               IF SORT-OPERADOR = WS-EMISSOR-ATUAL
                   MOVE 'EMITIU E ESTORNOU' TO WS-LX-TIPO
                   ADD 1 TO WS-QTD-AUTO-ESTORNO
                   PERFORM IMPRIMIR-EXCECAO
               END-IF
           END-IF
           MOVE 'S' TO WS-PERFIL-EXIGIDO
           PERFORM CONFERIR-PERFIL.

       CONFERIR-PERFIL.
           IF SORT-OPERADOR = SPACES
               ADD 1 TO WS-SEM-OPERADOR
           ELSE
               PERFORM CONSULTAR-OPERADOR
               EVALUATE TRUE
               WHEN NOT OC-CADASTRADO
                   MOVE 'OPERADOR DESCONHEC' TO WS-LX-TIPO
                   ADD 1 TO WS-QTD-DESCONHECIDO
                   PERFORM IMPRIMIR-EXCECAO
               WHEN NOT OC-ATIVO
                   MOVE 'OPERADOR INATIVO' TO WS-LX-TIPO
                   ADD 1 TO WS-QTD-INATIVO
                   PERFORM IMPRIMIR-EXCECAO
               WHEN WS-PERFIL-EXIGIDO = 'E' AND WS-OC-EMITE NOT = 'S'
                   MOVE 'SEM PERFIL EMITE' TO WS-LX-TIPO
                   ADD 1 TO WS-QTD-SEM-PERFIL
                   PERFORM IMPRIMIR-EXCECAO
               WHEN WS-PERFIL-EXIGIDO = 'C'
                       AND WS-OC-CANCELA NOT = 'S'
                   MOVE 'SEM PERFIL CANCELA' TO WS-LX-TIPO
                   ADD 1 TO WS-QTD-SEM-PERFIL
                   PERFORM IMPRIMIR-EXCECAO
               WHEN WS-PERFIL-EXIGIDO = 'S'
                       AND WS-OC-SUPERVISOR NOT = 'S'
                   MOVE 'SEM PERFIL SUPERV' TO WS-LX-TIPO
                   ADD 1 TO WS-QTD-SEM-PERFIL
                   PERFORM IMPRIMIR-EXCECAO
               END-EVALUATE
           END-IF.

       CONSULTAR-OPERADOR.
           MOVE 'N' TO WS-OPERADOR-ACHADO
           PERFORM VARYING WS-IX-OPERADOR FROM 1 BY 1
                   UNTIL WS-IX-OPERADOR > WS-QTD-OPERADORES
                   OR OPERADOR-ACHADO
               IF WS-OP-ID(WS-IX-OPERADOR) = SORT-OPERADOR
                   MOVE 'Y' TO WS-OPERADOR-ACHADO
                   MOVE WS-OPERADOR(WS-IX-OPERADOR)
                       TO WS-OPERADOR-CONSULTA
               END-IF
           END-PERFORM
           IF NOT OPERADOR-ACHADO
               MOVE SPACES TO WS-OPERADOR-CONSULTA
               MOVE SORT-OPERADOR TO WS-OC-ID
               MOVE SORT-OPERADOR TO OPERADOR-ID
               READ OPERADOR-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-OC-CADASTRADO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-OC-CADASTRADO
                       MOVE OPERADOR-SITUACAO TO WS-OC-SITUACAO
                       MOVE OPERADOR-ROLE-EMITE TO WS-OC-EMITE
                       MOVE OPERADOR-ROLE-CANCELA TO WS-OC-CANCELA
                       MOVE OPERADOR-ROLE-SUPERVISOR
                           TO WS-OC-SUPERVISOR
               END-READ
               IF WS-QTD-OPERADORES < WS-MAX-OPERADORES
                   ADD 1 TO WS-QTD-OPERADORES
                   MOVE WS-OPERADOR-CONSULTA
                       TO WS-OPERADOR(WS-QTD-OPERADORES)
               END-IF
           END-IF.

       IMPRIMIR-EXCECAO.
           MOVE SORT-TOKEN TO WS-LX-TOKEN
           EVALUATE SORT-TIPO
           WHEN '1'
               MOVE 'EMISSAO' TO WS-LX-ACAO
           WHEN '2'
               MOVE 'CANCELAM.' TO WS-LX-ACAO
           WHEN OTHER
               MOVE 'ESTORNO' TO WS-LX-ACAO
           END-EVALUATE
           MOVE SORT-DATAHORA TO WS-LX-DATAHORA
           MOVE SORT-OPERADOR TO WS-LX-OPERADOR
           MOVE WS-EMISSOR-ATUAL TO WS-LX-EMISSOR
           DISPLAY WS-LINHA-EXCECAO.

       SOMAR-MES.
      *> The table is kept in operator + month order: find the entry
      *> or the slot it belongs in, and open that slot by shifting
      *> the tail down one.
           MOVE SORT-OPERADOR TO WS-CM-OPERADOR
           MOVE SORT-DATAHORA(1:6) TO WS-CM-MES
           MOVE 'N' TO WS-MES-ACHADO
           MOVE 'N' TO WS-MES-POSICIONADO
           PERFORM VARYING WS-IX-MES FROM 1 BY 1
                   UNTIL WS-IX-MES > WS-QTD-MESES
                   OR MES-POSICIONADO
               IF WS-MS-CHAVE(WS-IX-MES) NOT < WS-CHAVE-MES
                   MOVE 'Y' TO WS-MES-POSICIONADO
                   IF WS-MS-CHAVE(WS-IX-MES) = WS-CHAVE-MES
                       MOVE 'Y' TO WS-MES-ACHADO
                   END-IF
               END-IF
           END-PERFORM
           IF MES-POSICIONADO
               SUBTRACT 1 FROM WS-IX-MES
           END-IF
           IF NOT MES-ACHADO
               IF WS-QTD-MESES < WS-MAX-MESES
                   PERFORM VARYING WS-IX-DESLOCA FROM WS-QTD-MESES
                           BY -1 UNTIL WS-IX-DESLOCA < WS-IX-MES
                       MOVE WS-MES(WS-IX-DESLOCA)
                           TO WS-MES(WS-IX-DESLOCA + 1)
                   END-PERFORM
                   ADD 1 TO WS-QTD-MESES
                   MOVE WS-CHAVE-MES TO WS-MS-CHAVE(WS-IX-MES)
                   MOVE ZERO TO WS-MS-CANCEL(WS-IX-MES)
                   MOVE ZERO TO WS-MS-ESTORNO(WS-IX-MES)
                   MOVE 'Y' TO WS-MES-ACHADO
               ELSE
                   ADD 1 TO WS-MESES-OUTROS
               END-IF
           END-IF
           IF MES-ACHADO
               IF SORT-TIPO = '2'
                   ADD 1 TO WS-MS-CANCEL(WS-IX-MES)
               ELSE
                   ADD 1 TO WS-MS-ESTORNO(WS-IX-MES)
               END-IF
           END-IF.

       IMPRIMIR-MESES.
           DISPLAY 'CANCELAMENTOS E ESTORNOS POR OPERADOR POR MES:'
           DISPLAY '  OPERADOR      MES        CANCEL.   ESTORNOS'
               '      TOTAL'
           MOVE ZERO TO WS-SOMA-ACOES
           PERFORM VARYING WS-IX-MES FROM 1 BY 1
                   UNTIL WS-IX-MES > WS-QTD-MESES
               ADD WS-MS-CANCEL(WS-IX-MES) WS-MS-ESTORNO(WS-IX-MES)
                   TO WS-SOMA-ACOES
           END-PERFORM
           IF WS-QTD-MESES > ZERO
               COMPUTE WS-LIMIAR-DESTAQUE =
                   2 * WS-SOMA-ACOES / WS-QTD-MESES
           END-IF
           PERFORM VARYING WS-IX-MES FROM 1 BY 1
                   UNTIL WS-IX-MES > WS-QTD-MESES
               MOVE WS-MS-OPERADOR(WS-IX-MES) TO WS-LM-OPERADOR
               MOVE SPACES TO WS-LM-MES
               STRING WS-MS-MES(WS-IX-MES)(1:4) '-'
                   WS-MS-MES(WS-IX-MES)(5:2)
                   DELIMITED BY SIZE INTO WS-LM-MES
               MOVE WS-MS-CANCEL(WS-IX-MES) TO WS-LM-CANCEL
               MOVE WS-MS-ESTORNO(WS-IX-MES) TO WS-LM-ESTORNO
               COMPUTE WS-ACOES-MES = WS-MS-CANCEL(WS-IX-MES)
                   + WS-MS-ESTORNO(WS-IX-MES)
               MOVE WS-ACOES-MES TO WS-LM-TOTAL
               IF WS-ACOES-MES > WS-LIMIAR-DESTAQUE
                   MOVE '<<' TO WS-LM-DESTAQUE
               ELSE
                   MOVE SPACES TO WS-LM-DESTAQUE
               END-IF
               DISPLAY WS-LINHA-MES
           END-PERFORM
           IF WS-MESES-OUTROS > ZERO
               DISPLAY '  (OUTROS) ' WS-MESES-OUTROS
                   ' acao(oes) alem de ' WS-MAX-MESES
                   ' operador(es)/mes - nao detalhada(s)'
           END-IF.
       END PROGRAM     TOKENSOD.
