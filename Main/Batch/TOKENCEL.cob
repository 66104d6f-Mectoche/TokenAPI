       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TOKENCEL.
      *****************************************************************
      * The system seen by customer instead of by token: tokens are
      * bound to a mobile number (TOKEN-RECORD-CELULAR /
      * TOKEN-MASTER-CELULAR), so promotion abuse shows up as one
      * number collecting tokens across campaigns and branches.
      *
      *     tokencel consulta <celular> [tokarchAAAAMM.txt ...]
      * Per-number inquiry: every token ever bound to the number,
      * found on the live ledger (token.txt), on the monthly archives
      * named on the command line (the run script globs them, as for
      * TOKENCNV) and on the token master (token.idx) - a token is
      * listed once, whichever of them it was found in. Each line
      * shows the issue date, issuing branch (from the ledger line -
      * blank when only the master has the token), campaign, current
      * situation and redemption date (from the master), where the
      * ledger line lives, and how many 'TD' attempts (TOKENVAL:
      * presented against a different number) tentativa.txt logged
      * against the token.
      *
      *     tokencel exposicao [<inicio> [<fim> [<limite>]]]
      * Nightly exposure report over the tokens ISSUED in the period
      * (dates AAAAMMDD; the end defaults to today, the start to 29
      * days before it, the limit to WS-LIMITE-PADRAO). The ledger
      * lines come from token.txt and from the tokarchAAAAMM.txt
      * archive of each month of the period - TOKENARC files a line
      * under its issue month, so no other archive can hold one.
      * Numbers holding MORE than the limit of tokens are ranked,
      * most tokens first:
      *   - per campaign (tokens of that campaign only), and
      *   - overall, with how many campaigns and branches the number
      *     collected them from;
      * and every token with 'TD' attempts in the period is ranked by
      * how many, beside the number it is bound to - someone trying
      * other people's bound tokens is the pattern the fraud team
      * asks about.
      *
      * Both rankings go through an internal sort (as in TOKENAUD),
      * so there is no table limit on numbers or tokens. Read-only -
      * like TOKENRPT it does not need token.lck.
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
           SELECT OPTIONAL TENTATIVA-FILE ASSIGN TO 'tentativa.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TENTATIVA-FILE-STATUS.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'token.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-MASTER-TOKEN
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RANKING-FILE ASSIGN USING WS-RANKING-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RANKING-FILE-STATUS.
           SELECT SORT-ARQ ASSIGN TO 'tokencel.srt'.
           SELECT SORT-RANKING ASSIGN TO 'tokencel2.srt'.
       DATA DIVISION.
       FILE            SECTION.
       FD  TOKEN-FILE.
       COPY TOKENREC.
       FD  ARQUIVO-FILE.
       COPY TOKENREC REPLACING LEADING ==TOKEN-RECORD==
           BY ==ARQUIVO-RECORD==.
       FD  TENTATIVA-FILE.
       COPY TOKENTEN.
       FD  MASTER-FILE.
       COPY TOKENMST.
      *    One line per number (or token) past the limit, written by
      *    the first sort and ranked by the second.
       FD  RANKING-FILE.
       01  RANKING-RECORD.
           05  RANKING-GRUPO       PIC X(01).
           05  RANKING-CAMPANHA    PIC X(08).
           05  RANKING-QTDE        PIC 9(07).
           05  RANKING-CHAVE       PIC X(11).
           05  RANKING-CAMPANHAS   PIC 9(04).
           05  RANKING-AGENCIAS    PIC 9(04).
           05  RANKING-CELULAR     PIC X(11).
      *        Group '3' only: the tried token's campaign. Not a sort
      *        key - the TD list is one ranking across all campaigns.
           05  RANKING-CAMPANHA-TOKEN
                                   PIC X(08).
       SD  SORT-ARQ.
       01  SORT-REG.
      *        'E' a token issued in the period, keyed by its number;
      *        'T' a 'TD' attempt in the period, keyed by the token.
           05  SORT-GRUPO          PIC X(01).
           05  SORT-CHAVE          PIC X(11).
           05  SORT-CAMPANHA       PIC X(08).
           05  SORT-AGENCIA        PIC X(04).
       SD  SORT-RANKING.
       01  SORT-RK-REG.
      *        '1' per campaign, '2' overall, '3' 'TD' attempts.
           05  SORT-RK-GRUPO       PIC X(01).
           05  SORT-RK-CAMPANHA    PIC X(08).
           05  SORT-RK-QTDE        PIC 9(07).
           05  SORT-RK-CHAVE       PIC X(11).
           05  SORT-RK-CAMPANHAS   PIC 9(04).
           05  SORT-RK-AGENCIAS    PIC 9(04).
           05  SORT-RK-CELULAR     PIC X(11).
           05  SORT-RK-CAMPANHA-TOKEN
                                   PIC X(08).
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       01  WS-TOKEN-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-ARQUIVO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-TENTATIVA-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-RANKING-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-RANKING-NOME         PIC X(12) VALUE 'tokencel.wrk'.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-FIM-SORT             PIC X VALUE 'N'.
           88  FIM-SORT            VALUE 'Y'.
       01  WS-PARM                 PIC X(512) VALUE SPACES.
       01  WS-PTR-PARM             PIC 9(04) VALUE 1.
       01  WS-FIM-PARM             PIC X VALUE 'N'.
           88  FIM-PARM            VALUE 'Y'.
       01  WS-MODO                 PIC X(10) VALUE SPACES.
       01  WS-NOME-LIDO            PIC X(40) VALUE SPACES.
       01  WS-ARQUIVO-NOME         PIC X(40) VALUE SPACES.
       01  WS-ORIGEM-LINHA         PIC X(20) VALUE SPACES.
       01  WS-MAX-ARQUIVOS         PIC 9(02) VALUE 60.
       01  WS-QTD-ARQUIVOS         PIC 9(02) VALUE ZERO.
       01  WS-IX-ARQUIVO           PIC 9(02) VALUE ZERO.
       01  WS-TABELA-ARQUIVOS.
           05  WS-NOME-ARQUIVO     PIC X(40) OCCURS 60 TIMES.
       01  WS-TOKEN-CHAVE          PIC X(11) VALUE SPACES.
       01  WS-LIDOS-LEDGER         PIC 9(07) VALUE ZERO.
       01  WS-LIDOS-TENTATIVA      PIC 9(07) VALUE ZERO.
       01  WS-LIDOS-MASTER         PIC 9(07) VALUE ZERO.
      *    Inquiry: the number asked about and every token found for
      *    it, merged across the ledger, the archives and the master.
       01  WS-CELULAR              PIC X(11) VALUE SPACES.
       01  WS-MAX-ACHADOS          PIC 9(04) VALUE 2000.
       01  WS-QTD-ACHADOS          PIC 9(04) VALUE ZERO.
       01  WS-ACHADOS-NAO-LISTADOS PIC 9(06) VALUE ZERO.
       01  WS-IX-ACHADO            PIC 9(04) VALUE ZERO.
       01  WS-TOKEN-ACHADO         PIC X VALUE 'N'.
           88  TOKEN-ACHADO        VALUE 'Y'.
       01  WS-TABELA-ACHADOS.
           05  WS-ACHADO OCCURS 2000 TIMES.
               10  WS-AC-TOKEN     PIC X(11).
               10  WS-AC-EMISSAO   PIC X(14).
               10  WS-AC-AGENCIA   PIC X(04).
               10  WS-AC-CAMPANHA  PIC X(08).
               10  WS-AC-SITUACAO  PIC X(01).
               10  WS-AC-RESGATE   PIC X(14).
               10  WS-AC-ORIGEM    PIC X(20).
               10  WS-AC-TENTATIVAS-TD
                                   PIC 9(05).
       01  WS-LINHA-CONSULTA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LC-TOKEN         PIC X(12).
           05  WS-LC-EMISSAO       PIC X(11).
           05  WS-LC-AGENCIA       PIC X(05).
           05  WS-LC-CAMPANHA      PIC X(09).
           05  WS-LC-SITUACAO      PIC X(15).
           05  WS-LC-RESGATE       PIC X(11).
           05  WS-LC-TD            PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LC-ORIGEM        PIC X(20).
      *    Exposure report: period, limit and the control breaks over
      *    the sorted tokens.
       01  WS-DATA-INICIO          PIC X(08) VALUE SPACES.
       01  WS-DATA-FIM             PIC X(08) VALUE SPACES.
       01  WS-LIMITE-LIDO          PIC X(08) VALUE SPACES.
       01  WS-DIAS-INICIO          PIC S9(09) VALUE ZERO.
       01  WS-DIAS-FIM             PIC S9(09) VALUE ZERO.
       01  WS-DATA-CALC            PIC 9(08) VALUE ZERO.
      *    A number holding more tokens than this in the period is
      *    ranked; the default period is the 30 days ending today.
       01  WS-LIMITE-PADRAO        PIC 9(04) VALUE 5.
       01  WS-LIMITE               PIC 9(04) VALUE ZERO.
       01  WS-DIAS-PERIODO-PADRAO  PIC 9(03) VALUE 30.
       01  WS-MES-ARQUIVO.
           05  WS-MA-ANO           PIC 9(04).
           05  WS-MA-MES           PIC 9(02).
       01  WS-MES-FIM              PIC X(06) VALUE SPACES.
       01  WS-TOKENS-PERIODO       PIC 9(07) VALUE ZERO.
       01  WS-TENTATIVAS-TD        PIC 9(07) VALUE ZERO.
       01  WS-CHAVE-ATUAL          PIC X(11) VALUE SPACES.
       01  WS-CAMPANHA-ATUAL       PIC X(08) VALUE SPACES.
       01  WS-GRUPO-ATUAL          PIC X(01) VALUE SPACES.
       01  WS-QTD-CAMPANHA         PIC 9(07) VALUE ZERO.
       01  WS-QTD-CELULAR          PIC 9(07) VALUE ZERO.
       01  WS-QTD-CAMPANHAS-CEL    PIC 9(04) VALUE ZERO.
       01  WS-QTD-TD               PIC 9(07) VALUE ZERO.
      *    Branches one number collected tokens from; past the table
      *    the count stops growing, which only understates it.
       01  WS-MAX-AGENCIAS         PIC 9(02) VALUE 50.
       01  WS-QTD-AGENCIAS         PIC 9(02) VALUE ZERO.
       01  WS-IX-AGENCIA           PIC 9(02) VALUE ZERO.
       01  WS-AGENCIA-ACHADA       PIC X VALUE 'N'.
           88  AGENCIA-ACHADA      VALUE 'Y'.
       01  WS-TABELA-AGENCIAS.
           05  WS-AGENCIA-VISTA    PIC X(04) OCCURS 50 TIMES.
       01  WS-RANKING-GRAVADOS     PIC 9(07) VALUE ZERO.
       01  WS-POSICAO              PIC 9(07) VALUE ZERO.
       01  WS-RK-GRUPO-ANTERIOR    PIC X(01) VALUE SPACES.
       01  WS-RK-CAMPANHA-ANTERIOR PIC X(08) VALUE SPACES.
       01  WS-QTD-LINHAS-GRUPO     PIC 9(07) VALUE ZERO.
       01  WS-LINHA-RANKING.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LR-POSICAO       PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LR-CHAVE         PIC X(12).
           05  WS-LR-QTDE          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LR-CAMPANHAS     PIC Z,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LR-AGENCIAS      PIC Z,ZZ9.
       01  WS-LINHA-TD.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LT-POSICAO       PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LT-TOKEN         PIC X(12).
           05  WS-LT-QTDE          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LT-CELULAR       PIC X(12).
           05  WS-LT-CAMPANHA      PIC X(15).
       01  WS-DATA-EDITADA         PIC X(10) VALUE SPACES.
       01  WS-DATA-EDITAR          PIC X(08) VALUE SPACES.
       PROCEDURE       DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE 1 TO WS-PTR-PARM
           PERFORM PROXIMO-PARAMETRO
           MOVE WS-NOME-LIDO TO WS-MODO
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
                   AND WS-MASTER-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCEL: erro ao abrir token.idx, status '
                   WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF
           EVALUATE WS-MODO
           WHEN 'CONSULTA'
               PERFORM CONSULTAR-CELULAR
           WHEN 'EXPOSICAO'
               PERFORM RELATORIO-EXPOSICAO
           WHEN OTHER
               DISPLAY 'TOKENCEL: uso: tokencel consulta <celular> '
                   '[tokarchAAAAMM.txt ...]'
               DISPLAY 'TOKENCEL:      tokencel exposicao [<inicio> '
                   '[<fim> [<limite>]]]'
           END-EVALUATE
           CLOSE MASTER-FILE
           STOP RUN.

       PROXIMO-PARAMETRO.
      *> Next blank-delimited word of the command line into
      *> WS-NOME-LIDO, spaces once the line is used up.
           MOVE SPACES TO WS-NOME-LIDO
           IF NOT FIM-PARM
               UNSTRING WS-PARM DELIMITED BY ALL ' '
                   INTO WS-NOME-LIDO
                   WITH POINTER WS-PTR-PARM
                   ON OVERFLOW
                       CONTINUE
                   NOT ON OVERFLOW
                       MOVE 'Y' TO WS-FIM-PARM
               END-UNSTRING
           END-IF.

      *>---------------------------------------------------------------
      *> Per-number inquiry.
      *>---------------------------------------------------------------
       CONSULTAR-CELULAR.
           PERFORM PROXIMO-PARAMETRO
           MOVE WS-NOME-LIDO TO WS-CELULAR
           IF WS-CELULAR = SPACES
                   OR WS-NOME-LIDO(12:29) NOT = SPACES
               DISPLAY 'TOKENCEL: informe o celular (ate 11 digitos)'
           ELSE
               PERFORM OBTER-ARQUIVOS
               PERFORM VARYING WS-IX-ARQUIVO FROM 1 BY 1
                       UNTIL WS-IX-ARQUIVO > WS-QTD-ARQUIVOS
                   MOVE WS-NOME-ARQUIVO(WS-IX-ARQUIVO)
                       TO WS-ARQUIVO-NOME
                   PERFORM PROCURAR-NO-ARQUIVO
               END-PERFORM
               PERFORM PROCURAR-NO-LEDGER
               PERFORM PROCURAR-NO-MASTER
               PERFORM CONTAR-TENTATIVAS-TD
               PERFORM IMPRIMIR-CONSULTA
           END-IF.

       OBTER-ARQUIVOS.
      *> The remaining arguments name the tokarchAAAAMM.txt archives
      *> to search - the run script globs them.
           PERFORM UNTIL FIM-PARM
                   OR WS-QTD-ARQUIVOS >= WS-MAX-ARQUIVOS
               PERFORM PROXIMO-PARAMETRO
               IF WS-NOME-LIDO = SPACES
                   MOVE 'Y' TO WS-FIM-PARM
               ELSE
                   ADD 1 TO WS-QTD-ARQUIVOS
                   MOVE WS-NOME-LIDO
                       TO WS-NOME-ARQUIVO(WS-QTD-ARQUIVOS)
               END-IF
           END-PERFORM.

       PROCURAR-NO-ARQUIVO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE WS-ARQUIVO-NOME TO WS-ORIGEM-LINHA
           OPEN INPUT ARQUIVO-FILE
           IF WS-ARQUIVO-FILE-STATUS NOT = '00'
                   AND WS-ARQUIVO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCEL: erro ao abrir ' WS-ARQUIVO-NOME
                   ', status ' WS-ARQUIVO-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQUIVO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-LEDGER
                           IF ARQUIVO-RECORD-CELULAR = WS-CELULAR
                               MOVE ARQUIVO-RECORD TO TOKEN-RECORD
                               PERFORM REGISTRAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-FILE
           END-IF.

       PROCURAR-NO-LEDGER.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE 'token.txt' TO WS-ORIGEM-LINHA
           OPEN INPUT TOKEN-FILE
           IF WS-TOKEN-FILE-STATUS NOT = '00'
                   AND WS-TOKEN-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCEL: erro ao abrir token.txt, status '
                   WS-TOKEN-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ TOKEN-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-LEDGER
                           IF TOKEN-RECORD-CELULAR = WS-CELULAR
                               PERFORM REGISTRAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOKEN-FILE
           END-IF.

       REGISTRAR-LINHA.
           PERFORM MONTAR-CHAVE-DO-REGISTRO
           PERFORM LOCALIZAR-ACHADO
           IF NOT TOKEN-ACHADO
               PERFORM INCLUIR-ACHADO
           END-IF
           IF WS-IX-ACHADO > ZERO
               MOVE TOKEN-RECORD-DATAHORA
                   TO WS-AC-EMISSAO(WS-IX-ACHADO)
               MOVE TOKEN-RECORD-AGENCIA TO WS-AC-AGENCIA(WS-IX-ACHADO)
               MOVE TOKEN-RECORD-CAMPANHA
                   TO WS-AC-CAMPANHA(WS-IX-ACHADO)
               MOVE WS-ORIGEM-LINHA TO WS-AC-ORIGEM(WS-IX-ACHADO)
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

       LOCALIZAR-ACHADO.
           MOVE 'N' TO WS-TOKEN-ACHADO
           PERFORM VARYING WS-IX-ACHADO FROM 1 BY 1
                   UNTIL WS-IX-ACHADO > WS-QTD-ACHADOS
                   OR TOKEN-ACHADO
               IF WS-AC-TOKEN(WS-IX-ACHADO) = WS-TOKEN-CHAVE
                   MOVE 'Y' TO WS-TOKEN-ACHADO
               END-IF
           END-PERFORM
           IF TOKEN-ACHADO
               SUBTRACT 1 FROM WS-IX-ACHADO
           END-IF.

       INCLUIR-ACHADO.
      *> Past the table the token is counted, not listed - the
      *> inquiry says so rather than quietly showing a short list.
           IF WS-QTD-ACHADOS < WS-MAX-ACHADOS
               ADD 1 TO WS-QTD-ACHADOS
               MOVE WS-QTD-ACHADOS TO WS-IX-ACHADO
               INITIALIZE WS-ACHADO(WS-IX-ACHADO)
               MOVE WS-TOKEN-CHAVE TO WS-AC-TOKEN(WS-IX-ACHADO)
           ELSE
               ADD 1 TO WS-ACHADOS-NAO-LISTADOS
               MOVE ZERO TO WS-IX-ACHADO
           END-IF.

       PROCURAR-NO-MASTER.
      *>   The master has no key on the number, so it is read end to
      *>   end - it holds every token ever issued, archived or not.
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
                       IF TOKEN-MASTER-CELULAR = WS-CELULAR
                           PERFORM REGISTRAR-MASTER
                       END-IF
               END-READ
           END-PERFORM.

       REGISTRAR-MASTER.
           MOVE TOKEN-MASTER-TOKEN TO WS-TOKEN-CHAVE
           PERFORM LOCALIZAR-ACHADO
           IF NOT TOKEN-ACHADO
               PERFORM INCLUIR-ACHADO
               IF WS-IX-ACHADO > ZERO
                   MOVE TOKEN-MASTER-DATAHORA
                       TO WS-AC-EMISSAO(WS-IX-ACHADO)
                   MOVE '(SO NO MASTER)' TO WS-AC-ORIGEM(WS-IX-ACHADO)
               END-IF
           END-IF
           IF WS-IX-ACHADO > ZERO
               MOVE TOKEN-MASTER-SITUACAO
                   TO WS-AC-SITUACAO(WS-IX-ACHADO)
               MOVE TOKEN-MASTER-CAMPANHA
                   TO WS-AC-CAMPANHA(WS-IX-ACHADO)
               MOVE TOKEN-MASTER-DATAHORA-RESGATE
                   TO WS-AC-RESGATE(WS-IX-ACHADO)
           END-IF.

       CONTAR-TENTATIVAS-TD.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT TENTATIVA-FILE
           IF WS-TENTATIVA-FILE-STATUS NOT = '00'
                   AND WS-TENTATIVA-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCEL: erro ao abrir tentativa.txt, status '
                   WS-TENTATIVA-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ TENTATIVA-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TENTATIVA-RECORD-RESULTADO = 'TD'
                               MOVE TENTATIVA-RECORD-TOKEN
                                   TO WS-TOKEN-CHAVE
                               PERFORM LOCALIZAR-ACHADO
                               IF TOKEN-ACHADO
                                   ADD 1 TO WS-AC-TENTATIVAS-TD
                                       (WS-IX-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TENTATIVA-FILE
           END-IF.

       IMPRIMIR-CONSULTA.
           DISPLAY '============================================='
           DISPLAY 'TOKENS VINCULADOS AO CELULAR ' WS-CELULAR
           DISPLAY '============================================='
           DISPLAY '  TOKEN       EMISSAO    AG.  CAMPANHA SITUACAO'
               '       RESGATE        TD  LINHA EM'
           PERFORM VARYING WS-IX-ACHADO FROM 1 BY 1
                   UNTIL WS-IX-ACHADO > WS-QTD-ACHADOS
               MOVE WS-AC-TOKEN(WS-IX-ACHADO) TO WS-LC-TOKEN
               MOVE WS-AC-EMISSAO(WS-IX-ACHADO)(1:8) TO WS-DATA-EDITAR
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDITADA TO WS-LC-EMISSAO
               MOVE WS-AC-AGENCIA(WS-IX-ACHADO) TO WS-LC-AGENCIA
               MOVE WS-AC-CAMPANHA(WS-IX-ACHADO) TO WS-LC-CAMPANHA
               EVALUATE WS-AC-SITUACAO(WS-IX-ACHADO)
               WHEN 'A'
                   MOVE 'ATIVO' TO WS-LC-SITUACAO
               WHEN 'R'
                   MOVE 'RESERVADO' TO WS-LC-SITUACAO
               WHEN 'U'
                   MOVE 'UTILIZADO' TO WS-LC-SITUACAO
               WHEN 'C'
                   MOVE 'CANCELADO' TO WS-LC-SITUACAO
               WHEN OTHER
                   MOVE 'FORA DO MASTER' TO WS-LC-SITUACAO
               END-EVALUATE
               MOVE WS-AC-RESGATE(WS-IX-ACHADO)(1:8) TO WS-DATA-EDITAR
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDITADA TO WS-LC-RESGATE
               MOVE WS-AC-TENTATIVAS-TD(WS-IX-ACHADO) TO WS-LC-TD
               MOVE WS-AC-ORIGEM(WS-IX-ACHADO) TO WS-LC-ORIGEM
               DISPLAY WS-LINHA-CONSULTA
           END-PERFORM
           DISPLAY '============================================='
           DISPLAY 'TOKENCEL: ' WS-QTD-ACHADOS ' token(s) vinculado(s)'
               ' ao celular'
           IF WS-ACHADOS-NAO-LISTADOS > ZERO
               DISPLAY 'TOKENCEL: mais ' WS-ACHADOS-NAO-LISTADOS
                   ' token(s) vinculado(s) nao listado(s)'
           END-IF
           DISPLAY 'TOKENCEL: ' WS-LIDOS-LEDGER ' linha(s) de ledger ('
               WS-QTD-ARQUIVOS ' arquivo(s) mensal(is)) e '
               WS-LIDOS-MASTER ' token(s) do master pesquisados'.

       EDITAR-DATA.
           MOVE SPACES TO WS-DATA-EDITADA
           IF WS-DATA-EDITAR NOT = SPACES
               STRING WS-DATA-EDITAR(1:4) '-' WS-DATA-EDITAR(5:2) '-'
                   WS-DATA-EDITAR(7:2) DELIMITED BY SIZE
                   INTO WS-DATA-EDITADA
           END-IF.

      *>---------------------------------------------------------------
      *> Nightly exposure report.
      *>---------------------------------------------------------------
       RELATORIO-EXPOSICAO.
           PERFORM OBTER-PERIODO
           IF WS-LIMITE > ZERO
               OPEN OUTPUT RANKING-FILE
               IF WS-RANKING-FILE-STATUS NOT = '00'
                   DISPLAY 'TOKENCEL: erro ao criar ' WS-RANKING-NOME
                       ', status ' WS-RANKING-FILE-STATUS
               ELSE
                   PERFORM CLASSIFICAR-EXPOSICAO
               END-IF
           END-IF.

       CLASSIFICAR-EXPOSICAO.
           SORT SORT-ARQ
               ON ASCENDING KEY SORT-GRUPO SORT-CHAVE SORT-CAMPANHA
               INPUT PROCEDURE IS REUNIR-EXPOSICAO
               OUTPUT PROCEDURE IS TOTALIZAR-EXPOSICAO
           CLOSE RANKING-FILE
           DISPLAY '============================================='
           DISPLAY 'EXPOSICAO POR CELULAR - EMISSOES DE '
               WS-DATA-INICIO ' A ' WS-DATA-FIM
           DISPLAY 'CELULARES COM MAIS DE ' WS-LIMITE
               ' TOKEN(S) NO PERIODO'
           DISPLAY '============================================='
           SORT SORT-RANKING
               ON ASCENDING KEY SORT-RK-GRUPO SORT-RK-CAMPANHA
               ON DESCENDING KEY SORT-RK-QTDE
               ON ASCENDING KEY SORT-RK-CHAVE
               USING RANKING-FILE
               OUTPUT PROCEDURE IS IMPRIMIR-RANKING
           CALL "CBL_DELETE_FILE" USING WS-RANKING-NOME
           END-CALL
           DISPLAY '============================================='
           DISPLAY 'TOKENCEL: ' WS-LIDOS-LEDGER ' linha(s) de ledger, '
               WS-TOKENS-PERIODO ' token(s) vinculado(s) emitido(s) '
               'no periodo, ' WS-TENTATIVAS-TD ' tentativa(s) TD'.

       OBTER-PERIODO.
           PERFORM PROXIMO-PARAMETRO
           MOVE WS-NOME-LIDO TO WS-DATA-INICIO
           PERFORM PROXIMO-PARAMETRO
           MOVE WS-NOME-LIDO TO WS-DATA-FIM
           PERFORM PROXIMO-PARAMETRO
           MOVE WS-NOME-LIDO TO WS-LIMITE-LIDO
           IF WS-DATA-FIM = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-FIM
           END-IF
           IF WS-DATA-FIM IS NOT NUMERIC
               DISPLAY 'TOKENCEL: data final invalida ' WS-DATA-FIM
               MOVE ZERO TO WS-LIMITE
           ELSE
               COMPUTE WS-DIAS-FIM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATA-FIM))
               IF WS-DATA-INICIO = SPACES
                   COMPUTE WS-DATA-CALC = FUNCTION DATE-OF-INTEGER(
                       WS-DIAS-FIM - WS-DIAS-PERIODO-PADRAO + 1)
                   MOVE WS-DATA-CALC TO WS-DATA-INICIO
               END-IF
               MOVE WS-LIMITE-PADRAO TO WS-LIMITE
               IF WS-LIMITE-LIDO NOT = SPACES
                   IF FUNCTION NUMVAL(WS-LIMITE-LIDO) > ZERO
                       MOVE FUNCTION NUMVAL(WS-LIMITE-LIDO)
                           TO WS-LIMITE
                   ELSE
                       MOVE ZERO TO WS-LIMITE
                   END-IF
               END-IF
               IF WS-DATA-INICIO IS NOT NUMERIC
                       OR WS-DATA-INICIO > WS-DATA-FIM
                       OR WS-LIMITE = ZERO
                   DISPLAY 'TOKENCEL: periodo ou limite invalido - '
                       WS-DATA-INICIO ' ' WS-DATA-FIM ' '
                       WS-LIMITE-LIDO
                   MOVE ZERO TO WS-LIMITE
               END-IF
           END-IF.

       REUNIR-EXPOSICAO.
      *>   Archives of every month the period touches, then the live
      *>   ledger; a month with no archive yet is simply not there.
           MOVE WS-DATA-INICIO(1:6) TO WS-MES-ARQUIVO
           MOVE WS-DATA-FIM(1:6) TO WS-MES-FIM
           PERFORM UNTIL WS-MES-ARQUIVO > WS-MES-FIM
               MOVE SPACES TO WS-ARQUIVO-NOME
               STRING 'tokarch' WS-MES-ARQUIVO '.txt'
                   DELIMITED BY SIZE INTO WS-ARQUIVO-NOME
               PERFORM REUNIR-ARQUIVO
               IF WS-MA-MES = 12
                   ADD 1 TO WS-MA-ANO
                   MOVE 1 TO WS-MA-MES
               ELSE
                   ADD 1 TO WS-MA-MES
               END-IF
           END-PERFORM
           PERFORM REUNIR-LEDGER
           PERFORM REUNIR-TENTATIVAS.

       REUNIR-ARQUIVO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVO-FILE
           IF WS-ARQUIVO-FILE-STATUS NOT = '00'
                   AND WS-ARQUIVO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCEL: erro ao abrir ' WS-ARQUIVO-NOME
                   ', status ' WS-ARQUIVO-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQUIVO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-LEDGER
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
               DISPLAY 'TOKENCEL: erro ao abrir token.txt, status '
                   WS-TOKEN-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ TOKEN-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-LEDGER
                           PERFORM LIBERAR-EMISSAO
                   END-READ
               END-PERFORM
               CLOSE TOKEN-FILE
           END-IF.

       LIBERAR-EMISSAO.
           IF TOKEN-RECORD-CELULAR NOT = SPACES
                   AND TOKEN-RECORD-DATAHORA(1:8) NOT < WS-DATA-INICIO
                   AND TOKEN-RECORD-DATAHORA(1:8) NOT > WS-DATA-FIM
               ADD 1 TO WS-TOKENS-PERIODO
               MOVE 'E' TO SORT-GRUPO
               MOVE TOKEN-RECORD-CELULAR TO SORT-CHAVE
               MOVE TOKEN-RECORD-CAMPANHA TO SORT-CAMPANHA
               MOVE TOKEN-RECORD-AGENCIA TO SORT-AGENCIA
               RELEASE SORT-REG
           END-IF.

       REUNIR-TENTATIVAS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT TENTATIVA-FILE
           IF WS-TENTATIVA-FILE-STATUS NOT = '00'
                   AND WS-TENTATIVA-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCEL: erro ao abrir tentativa.txt, status '
                   WS-TENTATIVA-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ TENTATIVA-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-TENTATIVA
                           IF TENTATIVA-RECORD-RESULTADO = 'TD'
                                   AND TENTATIVA-RECORD-DATAHORA(1:8)
                                       NOT < WS-DATA-INICIO
                                   AND TENTATIVA-RECORD-DATAHORA(1:8)
                                       NOT > WS-DATA-FIM
                               ADD 1 TO WS-TENTATIVAS-TD
                               MOVE 'T' TO SORT-GRUPO
                               MOVE TENTATIVA-RECORD-TOKEN
                                   TO SORT-CHAVE
                               MOVE SPACES TO SORT-CAMPANHA
                               MOVE SPACES TO SORT-AGENCIA
                               RELEASE SORT-REG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TENTATIVA-FILE
           END-IF.

       TOTALIZAR-EXPOSICAO.
      *>   Control breaks: campaign within number for the 'E' tokens,
      *>   token for the 'T' attempts.
           MOVE 'N' TO WS-FIM-SORT
           MOVE SPACES TO WS-GRUPO-ATUAL
           MOVE SPACES TO WS-CHAVE-ATUAL
           MOVE SPACES TO WS-CAMPANHA-ATUAL
           PERFORM UNTIL FIM-SORT
               RETURN SORT-ARQ
                   AT END
                       MOVE 'Y' TO WS-FIM-SORT
                   NOT AT END
                       IF SORT-GRUPO NOT = WS-GRUPO-ATUAL
                               OR SORT-CHAVE NOT = WS-CHAVE-ATUAL
                           PERFORM FECHAR-CHAVE
                           MOVE SORT-GRUPO TO WS-GRUPO-ATUAL
                           MOVE SORT-CHAVE TO WS-CHAVE-ATUAL
                           MOVE SORT-CAMPANHA TO WS-CAMPANHA-ATUAL
                       ELSE
                           IF SORT-CAMPANHA NOT = WS-CAMPANHA-ATUAL
                               PERFORM FECHAR-CAMPANHA
                               MOVE SORT-CAMPANHA TO WS-CAMPANHA-ATUAL
                           END-IF
                       END-IF
                       PERFORM SOMAR-REGISTRO
               END-RETURN
           END-PERFORM
           PERFORM FECHAR-CHAVE.

       SOMAR-REGISTRO.
           IF SORT-GRUPO = 'E'
               ADD 1 TO WS-QTD-CAMPANHA
               ADD 1 TO WS-QTD-CELULAR
               IF SORT-AGENCIA NOT = SPACES
                   PERFORM REGISTRAR-AGENCIA
               END-IF
           ELSE
               ADD 1 TO WS-QTD-TD
           END-IF.

       REGISTRAR-AGENCIA.
           MOVE 'N' TO WS-AGENCIA-ACHADA
           PERFORM VARYING WS-IX-AGENCIA FROM 1 BY 1
                   UNTIL WS-IX-AGENCIA > WS-QTD-AGENCIAS
                   OR AGENCIA-ACHADA
               IF WS-AGENCIA-VISTA(WS-IX-AGENCIA) = SORT-AGENCIA
                   MOVE 'Y' TO WS-AGENCIA-ACHADA
               END-IF
           END-PERFORM
           IF NOT AGENCIA-ACHADA
                   AND WS-QTD-AGENCIAS < WS-MAX-AGENCIAS
               ADD 1 TO WS-QTD-AGENCIAS
               MOVE SORT-AGENCIA TO WS-AGENCIA-VISTA(WS-QTD-AGENCIAS)
           END-IF.

       FECHAR-CAMPANHA.
           IF WS-GRUPO-ATUAL = 'E' AND WS-QTD-CAMPANHA > ZERO
               ADD 1 TO WS-QTD-CAMPANHAS-CEL
               IF WS-QTD-CAMPANHA > WS-LIMITE
                   MOVE SPACES TO RANKING-RECORD
                   MOVE '1' TO RANKING-GRUPO
                   MOVE WS-CAMPANHA-ATUAL TO RANKING-CAMPANHA
                   MOVE WS-QTD-CAMPANHA TO RANKING-QTDE
                   MOVE WS-CHAVE-ATUAL TO RANKING-CHAVE
                   MOVE ZERO TO RANKING-CAMPANHAS
                   MOVE ZERO TO RANKING-AGENCIAS
                   PERFORM GRAVAR-RANKING
               END-IF
           END-IF
           MOVE ZERO TO WS-QTD-CAMPANHA.

       FECHAR-CHAVE.
           PERFORM FECHAR-CAMPANHA
           IF WS-GRUPO-ATUAL = 'E' AND WS-QTD-CELULAR > WS-LIMITE
               MOVE SPACES TO RANKING-RECORD
               MOVE '2' TO RANKING-GRUPO
               MOVE WS-QTD-CELULAR TO RANKING-QTDE
               MOVE WS-CHAVE-ATUAL TO RANKING-CHAVE
               MOVE WS-QTD-CAMPANHAS-CEL TO RANKING-CAMPANHAS
               MOVE WS-QTD-AGENCIAS TO RANKING-AGENCIAS
               PERFORM GRAVAR-RANKING
           END-IF
           IF WS-GRUPO-ATUAL = 'T' AND WS-QTD-TD > ZERO
      *>       The number the tried token is bound to, and its
      *>       campaign, off the master.
               MOVE SPACES TO RANKING-RECORD
               MOVE '3' TO RANKING-GRUPO
               MOVE WS-QTD-TD TO RANKING-QTDE
               MOVE WS-CHAVE-ATUAL TO RANKING-CHAVE
               MOVE ZERO TO RANKING-CAMPANHAS
               MOVE ZERO TO RANKING-AGENCIAS
               MOVE WS-CHAVE-ATUAL TO TOKEN-MASTER-TOKEN
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TOKEN-MASTER-CELULAR TO RANKING-CELULAR
                       MOVE TOKEN-MASTER-CAMPANHA
                           TO RANKING-CAMPANHA-TOKEN
               END-READ
               PERFORM GRAVAR-RANKING
           END-IF
           MOVE ZERO TO WS-QTD-CELULAR
           MOVE ZERO TO WS-QTD-CAMPANHAS-CEL
           MOVE ZERO TO WS-QTD-AGENCIAS
           MOVE ZERO TO WS-QTD-TD.

       GRAVAR-RANKING.
           WRITE RANKING-RECORD
           IF WS-RANKING-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENCEL: erro ao gravar ' WS-RANKING-NOME
                   ', status ' WS-RANKING-FILE-STATUS
           ELSE
               ADD 1 TO WS-RANKING-GRAVADOS
           END-IF.

       IMPRIMIR-RANKING.
           MOVE 'N' TO WS-FIM-SORT
           MOVE SPACES TO WS-RK-GRUPO-ANTERIOR
           MOVE SPACES TO WS-RK-CAMPANHA-ANTERIOR
           MOVE ZERO TO WS-QTD-LINHAS-GRUPO
           PERFORM UNTIL FIM-SORT
               RETURN SORT-RANKING
                   AT END
                       MOVE 'Y' TO WS-FIM-SORT
                   NOT AT END
                       IF SORT-RK-GRUPO NOT = WS-RK-GRUPO-ANTERIOR
                               OR (SORT-RK-GRUPO = '1'
                                   AND SORT-RK-CAMPANHA
                                       NOT = WS-RK-CAMPANHA-ANTERIOR)
                           PERFORM ABRIR-SECAO-RANKING
                       END-IF
                       ADD 1 TO WS-POSICAO
                       PERFORM IMPRIMIR-LINHA-RANKING
               END-RETURN
           END-PERFORM
           IF WS-RANKING-GRAVADOS = ZERO
               DISPLAY 'NENHUM CELULAR ACIMA DO LIMITE E NENHUMA '
                   'TENTATIVA TD NO PERIODO'
           END-IF.

       ABRIR-SECAO-RANKING.
           MOVE ZERO TO WS-POSICAO
           IF SORT-RK-GRUPO NOT = WS-RK-GRUPO-ANTERIOR
               DISPLAY ' '
               EVALUATE SORT-RK-GRUPO
               WHEN '1'
                   DISPLAY 'RANKING POR CAMPANHA:'
               WHEN '2'
                   DISPLAY 'RANKING GERAL (TODAS AS CAMPANHAS):'
                   DISPLAY '     POS  CELULAR        TOKENS  CAMPS'
                       '  AGENC'
               WHEN OTHER
                   DISPLAY 'TENTATIVAS TD (CELULAR DIVERGENTE) POR '
                       'TOKEN:'
                   DISPLAY '     POS  TOKEN         TENTAT  CELULAR'
                       '     CAMPANHA'
               END-EVALUATE
           END-IF
           IF SORT-RK-GRUPO = '1'
               IF SORT-RK-CAMPANHA = SPACES
                   DISPLAY '  CAMPANHA (SEM CAMPANHA)'
               ELSE
                   DISPLAY '  CAMPANHA ' SORT-RK-CAMPANHA
               END-IF
               DISPLAY '     POS  CELULAR        TOKENS'
           END-IF
           MOVE SORT-RK-GRUPO TO WS-RK-GRUPO-ANTERIOR
           MOVE SORT-RK-CAMPANHA TO WS-RK-CAMPANHA-ANTERIOR.

       IMPRIMIR-LINHA-RANKING.
           EVALUATE SORT-RK-GRUPO
           WHEN '1'
               MOVE SPACES TO WS-LINHA-RANKING
               MOVE WS-POSICAO TO WS-LR-POSICAO
               MOVE SORT-RK-CHAVE TO WS-LR-CHAVE
               MOVE SORT-RK-QTDE TO WS-LR-QTDE
               DISPLAY WS-LINHA-RANKING(1:29)
           WHEN '2'
               MOVE WS-POSICAO TO WS-LR-POSICAO
               MOVE SORT-RK-CHAVE TO WS-LR-CHAVE
               MOVE SORT-RK-QTDE TO WS-LR-QTDE
               MOVE SORT-RK-CAMPANHAS TO WS-LR-CAMPANHAS
               MOVE SORT-RK-AGENCIAS TO WS-LR-AGENCIAS
               DISPLAY WS-LINHA-RANKING
           WHEN OTHER
               MOVE WS-POSICAO TO WS-LT-POSICAO
               MOVE SORT-RK-CHAVE TO WS-LT-TOKEN
               MOVE SORT-RK-QTDE TO WS-LT-QTDE
               MOVE SORT-RK-CELULAR TO WS-LT-CELULAR
               IF SORT-RK-CAMPANHA-TOKEN = SPACES
                   MOVE '(SEM CAMPANHA)' TO WS-LT-CAMPANHA
               ELSE
                   MOVE SORT-RK-CAMPANHA-TOKEN TO WS-LT-CAMPANHA
               END-IF
               DISPLAY WS-LINHA-TD
           END-EVALUATE.
       END PROGRAM     TOKENCEL.
