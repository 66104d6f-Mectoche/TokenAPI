      * token + issuing branch:
      *
      *     tokencon carga <agencia> <ledger> <resgates> <cancels>
      *                    [<estornos>]
      * Ingests one branch's file set - its issuance ledger in the
      * TOKENREC layout (token.txt, or archives concatenated onto
      * it), its redemption log (TOKENRSG layout), its void log
      * (TOKENCNL layout) and, when given, its reversal log
      * (TOKENETO layout), as shipped to head office. Rerunnable per
      * branch file: a ledger record that already landed is
      * rewritten in place, never duplicated - keeping whatever
      * situation/redemption/void state earlier loads (including
      * redeeming branch (CONSOL-AGENCIA-RESGATE); events whose
      * token is under NO branch yet are counted as orphans - load
      * the remaining branches and rerun this branch's file set.
      * Voids and reversals are found the same way (this branch's
      * own record first). Event records the branch itself only
      * posted from a head office return file (ORIGEM 'M') are
      * skipped - head office already has them from the branch
      * where they happened - and counted on their own.
      *
      * Every redemption, void or reversal applied to a token issued
      * at ANOTHER branch is also logged to devolucao.idx (see
      * TOKENDVL.cpy), keyed so a rerun never logs it twice - the
      * issuing branch's own token.idx still shows such a token
      * ATIVO until it hears about it:
      *
      *     tokencon retorno <agencia>
      * Writes the branch's return file, retAAAANNNNNN.txt (see
      * TOKENRTN.cpy), with every logged event for its tokens not
      * yet shipped, numbered one past the branch's last file
      * (retAAAA.ctl). Like the SMS extract, the file is read back
      * and its trailer proved before anything is marked shipped or
      * the control file advanced. A file that does not balance -
      * or whose events cannot all be marked, or whose control file
      * cannot be written - is deleted and the marks it placed are
      * cleared, and a rerun produces the same number again. A
      * branch with nothing owed gets no file and keeps its number.
      * The branch posts the file with tokenrta.
      *
      *     tokencon relatorio
      * Prints the consolidated issuance/redemption report in
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CANCEL-FILE-STATUS.
           SELECT ESTORNO-FILE ASSIGN USING WS-ESTORNO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTORNO-FILE-STATUS.
           SELECT OPTIONAL DEVOL-FILE ASSIGN TO 'devolucao.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEVOL-CHAVE
               FILE STATUS IS WS-DEVOL-FILE-STATUS.
           SELECT OPTIONAL RETORNO-FILE ASSIGN USING WS-RETORNO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETORNO-FILE-STATUS.
           SELECT OPTIONAL RETCTL-FILE ASSIGN USING WS-RETCTL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETCTL-FILE-STATUS.
       DATA DIVISION.
       FILE            SECTION.
       FD  CONSOL-FILE.
       COPY TOKENRSG.
       FD  CANCEL-FILE.
       COPY TOKENCNL.
       FD  ESTORNO-FILE.
       COPY TOKENETO.
       FD  DEVOL-FILE.
       COPY TOKENDVL.
       FD  RETORNO-FILE.
       COPY TOKENRTN.
       FD  RETCTL-FILE.
       01  RETCTL-RECORD.
           05  RETCTL-SEQUENCIA    PIC 9(06).
           05  RETCTL-DATAHORA     PIC X(14).
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       01  WS-CONSOL-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-LEDGER-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-RESGATE-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-CANCEL-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-ESTORNO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-DEVOL-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-RETORNO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-RETCTL-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-PARM                 PIC X(160) VALUE SPACES.
       01  WS-ACAO                 PIC X(10) VALUE SPACES.
       01  WS-AGENCIA              PIC X(04) VALUE SPACES.
       01  WS-LEDGER-NOME          PIC X(40) VALUE SPACES.
       01  WS-RESGATE-NOME         PIC X(40) VALUE SPACES.
       01  WS-CANCEL-NOME          PIC X(40) VALUE SPACES.
       01  WS-ESTORNO-NOME         PIC X(40) VALUE SPACES.
       01  WS-RETORNO-NOME         PIC X(20) VALUE SPACES.
       01  WS-RETCTL-NOME          PIC X(12) VALUE SPACES.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-FIM-CONSOL           PIC X VALUE 'N'.
       01  WS-LIDOS-CANCEL         PIC 9(06) VALUE ZERO.
       01  WS-CANCELS-APLICADOS    PIC 9(06) VALUE ZERO.
       01  WS-CANCELS-ORFAOS       PIC 9(06) VALUE ZERO.
       01  WS-LIDOS-ESTORNO        PIC 9(06) VALUE ZERO.
       01  WS-ESTORNOS-APLICADOS   PIC 9(06) VALUE ZERO.
       01  WS-ESTORNOS-ORFAOS      PIC 9(06) VALUE ZERO.
      *    Events the branch only posted from a head office return
      *    file - already here from the branch where they happened.
       01  WS-RESGATES-DA-MATRIZ   PIC 9(06) VALUE ZERO.
       01  WS-CANCELS-DA-MATRIZ    PIC 9(06) VALUE ZERO.
       01  WS-ESTORNOS-DA-MATRIZ   PIC 9(06) VALUE ZERO.
      *    Cross-branch events logged to devolucao.idx.
       01  WS-DEVOL-EVENTO         PIC X(01) VALUE SPACE.
       01  WS-DEVOL-DATAHORA       PIC X(14) VALUE SPACES.
       01  WS-DEVOL-DATAHORA-REF   PIC X(14) VALUE SPACES.
       01  WS-DEVOL-MOTIVO         PIC X(30) VALUE SPACES.
       01  WS-DEVOL-OPERADOR       PIC X(08) VALUE SPACES.
       01  WS-DEVOL-REGISTRADAS    PIC 9(06) VALUE ZERO.
       01  WS-DEVOL-JA-REGISTRADAS PIC 9(06) VALUE ZERO.
       01  WS-CARGA-FALHOU         PIC X VALUE 'N'.
           88  CARGA-FALHOU        VALUE 'Y'.
      *    Retorno: the branch's return file and its proof.
       01  WS-RETORNO-SEQ          PIC 9(06) VALUE ZERO.
       01  WS-QTD-DEVOLVER         PIC 9(06) VALUE ZERO.
       01  WS-DEVOLVIDOS           PIC 9(06) VALUE ZERO.
       01  WS-MARCADOS             PIC 9(06) VALUE ZERO.
       01  WS-HASH-TOTAL           PIC 9(15) VALUE ZERO.
       01  WS-RELIDOS              PIC 9(06) VALUE ZERO.
       01  WS-HASH-RELIDO          PIC 9(15) VALUE ZERO.
       01  WS-TRAILER-OK           PIC X VALUE 'N'.
           88  TRAILER-OK          VALUE 'Y'.
       01  WS-HEADER-OK            PIC X VALUE 'N'.
           88  HEADER-OK           VALUE 'Y'.
       01  WS-WRITE-STATUS         PIC X(02) VALUE '00'.
       01  WS-RETORNO-FALHOU       PIC X VALUE 'N'.
           88  RETORNO-FALHOU      VALUE 'Y'.
       01  WS-DEVOL-SELECIONADA    PIC X VALUE 'N'.
           88  DEVOL-SELECIONADA   VALUE 'Y'.
      *    Relatorio: per-branch totals and the two flags.
       01  WS-MAX-AGENCIAS         PIC 9(03) VALUE 100.
       01  WS-QTD-AGENCIAS         PIC 9(03) VALUE ZERO.
               PERFORM CARGA-DE-AGENCIA
           WHEN 'RELATORIO'
               PERFORM RELATORIO-CONSOLIDADO
           WHEN 'RETORNO'
               PERFORM GERAR-RETORNO
           WHEN OTHER
               DISPLAY 'TOKENCON: uso: tokencon carga <agencia> '
                   '<ledger> <resgates> <cancels> [<estornos>]'
               DISPLAY 'TOKENCON:      tokencon relatorio'
               DISPLAY 'TOKENCON:      tokencon retorno <agencia>'
           END-EVALUATE
           STOP RUN.

           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL ' '
               INTO WS-ACAO WS-AGENCIA WS-LEDGER-NOME
               WS-RESGATE-NOME WS-CANCEL-NOME WS-ESTORNO-NOME
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-ACAO) TO WS-ACAO.

                   OR WS-RESGATE-NOME = SPACES
                   OR WS-CANCEL-NOME = SPACES
               DISPLAY 'TOKENCON: uso: tokencon carga <agencia> '
                   '<ledger> <resgates> <cancels> [<estornos>]'
           ELSE
               OPEN I-O CONSOL-FILE
               IF WS-CONSOL-FILE-STATUS NOT = '00'
                   DISPLAY 'TOKENCON: erro ao abrir consol.idx, '
                       'status ' WS-CONSOL-FILE-STATUS
               ELSE
                   OPEN I-O DEVOL-FILE
                   IF WS-DEVOL-FILE-STATUS NOT = '00'
                           AND WS-DEVOL-FILE-STATUS NOT = '05'
                       DISPLAY 'TOKENCON: erro ao abrir '
                           'devolucao.idx, status '
                           WS-DEVOL-FILE-STATUS
                       CLOSE CONSOL-FILE
                   ELSE
                       PERFORM CARREGAR-LEDGER
                       PERFORM APLICAR-RESGATES
                       PERFORM APLICAR-CANCELAMENTOS
                       IF WS-ESTORNO-NOME NOT = SPACES
                           PERFORM APLICAR-ESTORNOS
                       END-IF
                       CLOSE DEVOL-FILE
                       CLOSE CONSOL-FILE
                       PERFORM CONFERIR-CARGA
                   END-IF
               END-IF
           END-IF.

                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-RESGATE
                           IF RESGATE-RECORD-DA-MATRIZ
                               ADD 1 TO WS-RESGATES-DA-MATRIZ
                           ELSE
                               PERFORM APLICAR-UM-RESGATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESGATE-FILE
                       REWRITE CONSOL-MASTER
                       IF WS-CONSOL-FILE-STATUS = '00'
                           ADD 1 TO WS-RESGATES-APLICADOS
                           IF CONSOL-AGENCIA NOT = WS-AGENCIA
                               MOVE 'U' TO WS-DEVOL-EVENTO
                               MOVE RESGATE-RECORD-DATAHORA
                                   TO WS-DEVOL-DATAHORA
                               MOVE SPACES TO WS-DEVOL-DATAHORA-REF
                               MOVE SPACES TO WS-DEVOL-MOTIVO
                               MOVE SPACES TO WS-DEVOL-OPERADOR
                               PERFORM REGISTRAR-DEVOLUCAO
                           END-IF
                       ELSE
                           DISPLAY 'TOKENCON: erro ao regravar '
                               WS-TOKEN-CHAVE ', status '
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-CANCEL
                           IF CANCEL-RECORD-DA-MATRIZ
                               ADD 1 TO WS-CANCELS-DA-MATRIZ
                           ELSE
                               PERFORM APLICAR-UM-CANCELAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
           END-IF.

       APLICAR-UM-CANCELAMENTO.
      *> A void is normally entered where the token was issued - apply
      *> it to this branch's own record, or, when this branch never
      *> issued the token, to whichever branch did (and owe that
      *> branch the event).
           MOVE SPACES TO WS-TOKEN-CHAVE
           MOVE CANCEL-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO WS-TOKEN-CHAVE(1:TOKENCFG-COMPRIMENTO)
               MOVE CANCEL-RECORD-CHECK
                   TO WS-TOKEN-CHAVE(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF
           PERFORM PROCURAR-TOKEN-CONSOL
           IF NOT TOKEN-ACHADO
               ADD 1 TO WS-CANCELS-ORFAOS
           ELSE
               MOVE WS-CHAVE-ACHADA TO CONSOL-CHAVE
               READ CONSOL-FILE
                   INVALID KEY
                       ADD 1 TO WS-CANCELS-ORFAOS
                   NOT INVALID KEY
                       MOVE 'C' TO CONSOL-SITUACAO
                       MOVE CANCEL-RECORD-DATAHORA
                           TO CONSOL-DATAHORA-CANCEL
                       REWRITE CONSOL-MASTER
                       IF WS-CONSOL-FILE-STATUS = '00'
                           ADD 1 TO WS-CANCELS-APLICADOS
                           IF CONSOL-AGENCIA NOT = WS-AGENCIA
                               MOVE 'C' TO WS-DEVOL-EVENTO
                               MOVE CANCEL-RECORD-DATAHORA
                                   TO WS-DEVOL-DATAHORA
                               MOVE SPACES TO WS-DEVOL-DATAHORA-REF
                               MOVE CANCEL-RECORD-MOTIVO
                                   TO WS-DEVOL-MOTIVO
                               MOVE CANCEL-RECORD-OPERADOR
                                   TO WS-DEVOL-OPERADOR
                               PERFORM REGISTRAR-DEVOLUCAO
                           END-IF
                       ELSE
                           DISPLAY 'TOKENCON: erro ao regravar '
                               WS-TOKEN-CHAVE ', status '
                               WS-CONSOL-FILE-STATUS
                           MOVE 'Y' TO WS-CARGA-FALHOU
                       END-IF
               END-READ
           END-IF.

       APLICAR-ESTORNOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ESTORNO-FILE
           IF WS-ESTORNO-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENCON: erro ao abrir ' WS-ESTORNO-NOME
                   ', status ' WS-ESTORNO-FILE-STATUS
               MOVE 'Y' TO WS-CARGA-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ESTORNO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-ESTORNO
                           IF ESTORNO-RECORD-DA-MATRIZ
                               ADD 1 TO WS-ESTORNOS-DA-MATRIZ
                           ELSE
                               PERFORM APLICAR-UM-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTORNO-FILE
           END-IF.

       APLICAR-UM-ESTORNO.
      *> A reversal undoes the redemption it names, wherever the
      *> token was issued; when the record already shows a later
      *> redemption (or a void) only the event is owed - the same
      *> "only when the timestamp matches" rule tokenest applies.
           MOVE SPACES TO WS-TOKEN-CHAVE
           MOVE ESTORNO-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO WS-TOKEN-CHAVE(1:TOKENCFG-COMPRIMENTO)
           IF TOKENCFG-ALFA-CHECK
               MOVE ESTORNO-RECORD-CHECK
                   TO WS-TOKEN-CHAVE(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF
           PERFORM PROCURAR-TOKEN-CONSOL
           IF NOT TOKEN-ACHADO
               ADD 1 TO WS-ESTORNOS-ORFAOS
           ELSE
               MOVE WS-CHAVE-ACHADA TO CONSOL-CHAVE
               READ CONSOL-FILE
                   INVALID KEY
                       ADD 1 TO WS-ESTORNOS-ORFAOS
                   NOT INVALID KEY
                       IF CONSOL-UTILIZADO
                               AND CONSOL-DATAHORA-RESGATE
                                   = ESTORNO-RECORD-DATAHORA-RESGATE
                           MOVE 'A' TO CONSOL-SITUACAO
                           MOVE SPACES TO CONSOL-DATAHORA-RESGATE
                           MOVE SPACES TO CONSOL-AGENCIA-RESGATE
                       END-IF
                       REWRITE CONSOL-MASTER
                       IF WS-CONSOL-FILE-STATUS = '00'
                           ADD 1 TO WS-ESTORNOS-APLICADOS
                           IF CONSOL-AGENCIA NOT = WS-AGENCIA
                               MOVE 'E' TO WS-DEVOL-EVENTO
                               MOVE ESTORNO-RECORD-DATAHORA
                                   TO WS-DEVOL-DATAHORA
                               MOVE ESTORNO-RECORD-DATAHORA-RESGATE
                                   TO WS-DEVOL-DATAHORA-REF
                               MOVE ESTORNO-RECORD-MOTIVO
                                   TO WS-DEVOL-MOTIVO
                               MOVE ESTORNO-RECORD-SUPERVISOR
                                   TO WS-DEVOL-OPERADOR
                               PERFORM REGISTRAR-DEVOLUCAO
                           END-IF
                       ELSE
                           DISPLAY 'TOKENCON: erro ao regravar '
                               WS-TOKEN-CHAVE ', status '
                               WS-CONSOL-FILE-STATUS
                           MOVE 'Y' TO WS-CARGA-FALHOU
                       END-IF
               END-READ
           END-IF.

       REGISTRAR-DEVOLUCAO.
      *> Owed to the issuing branch (the consolidated record still in
      *> hand). A rerun of this branch's file set finds the event on
      *> file already - it is not owed twice.
           MOVE SPACES TO DEVOL-MASTER
           MOVE CONSOL-AGENCIA TO DEVOL-AGENCIA
           MOVE CONSOL-TOKEN TO DEVOL-TOKEN
           MOVE WS-DEVOL-DATAHORA TO DEVOL-DATAHORA
           MOVE WS-DEVOL-EVENTO TO DEVOL-EVENTO
           MOVE WS-DEVOL-DATAHORA-REF TO DEVOL-DATAHORA-REF
           MOVE WS-AGENCIA TO DEVOL-AGENCIA-ORIGEM
           MOVE WS-DEVOL-MOTIVO TO DEVOL-MOTIVO
           MOVE WS-DEVOL-OPERADOR TO DEVOL-OPERADOR
           MOVE ZERO TO DEVOL-SEQUENCIA
           WRITE DEVOL-MASTER
               INVALID KEY
                   CONTINUE
           END-WRITE
      *>   Duplicate key ('22') is the rerun case; any other failure
      *>   would drop the event from the branch's return file.
           EVALUATE WS-DEVOL-FILE-STATUS
           WHEN '00'
               ADD 1 TO WS-DEVOL-REGISTRADAS
           WHEN '22'
               ADD 1 TO WS-DEVOL-JA-REGISTRADAS
           WHEN OTHER
               DISPLAY 'TOKENCON: erro ao gravar devolucao.idx, '
                   'token ' CONSOL-TOKEN ', status '
                   WS-DEVOL-FILE-STATUS
               MOVE 'Y' TO WS-CARGA-FALHOU
           END-EVALUATE.

       CONFERIR-CARGA.
      *>   The control totals that prove every branch record landed
           DISPLAY 'TOKENCON: ' WS-LIDOS-CANCEL
               ' cancelamento(s) lido(s), ' WS-CANCELS-APLICADOS
               ' aplicado(s), ' WS-CANCELS-ORFAOS ' orfao(s)'
           IF WS-ESTORNO-NOME NOT = SPACES
               DISPLAY 'TOKENCON: ' WS-LIDOS-ESTORNO
                   ' estorno(s) lido(s), ' WS-ESTORNOS-APLICADOS
                   ' aplicado(s), ' WS-ESTORNOS-ORFAOS ' orfao(s)'
           END-IF
           IF WS-RESGATES-DA-MATRIZ + WS-CANCELS-DA-MATRIZ
                   + WS-ESTORNOS-DA-MATRIZ > ZERO
               DISPLAY 'TOKENCON: ignorados por virem da matriz: '
                   WS-RESGATES-DA-MATRIZ ' resgate(s), '
                   WS-CANCELS-DA-MATRIZ ' cancelamento(s), '
                   WS-ESTORNOS-DA-MATRIZ ' estorno(s)'
           END-IF
           DISPLAY 'TOKENCON: ' WS-DEVOL-REGISTRADAS
               ' evento(s) devido(s) a outra agencia registrado(s), '
               WS-DEVOL-JA-REGISTRADAS ' ja registrado(s)'
           IF WS-LIDOS-LEDGER NOT =
                   WS-GRAVADOS + WS-REGRAVADOS + WS-INVALIDOS
               MOVE 'Y' TO WS-CARGA-FALHOU
           END-IF
           IF WS-LIDOS-RESGATE NOT = WS-RESGATES-APLICADOS
                   + WS-RESGATES-ORFAOS + WS-RESGATES-DA-MATRIZ
               MOVE 'Y' TO WS-CARGA-FALHOU
           END-IF
           IF WS-LIDOS-CANCEL NOT = WS-CANCELS-APLICADOS
                   + WS-CANCELS-ORFAOS + WS-CANCELS-DA-MATRIZ
               MOVE 'Y' TO WS-CARGA-FALHOU
           END-IF
           IF WS-LIDOS-ESTORNO NOT = WS-ESTORNOS-APLICADOS
                   + WS-ESTORNOS-ORFAOS + WS-ESTORNOS-DA-MATRIZ
               MOVE 'Y' TO WS-CARGA-FALHOU
           END-IF
           IF CARGA-FALHOU
           IF CONSOL-CANCELADO
               ADD 1 TO WS-AG-CANCELADOS(WS-IX-AGENCIA)
           END-IF.

       GERAR-RETORNO.
           IF WS-AGENCIA = SPACES
               DISPLAY 'TOKENCON: uso: tokencon retorno <agencia>'
           ELSE
               MOVE SPACES TO WS-RETCTL-NOME
               STRING 'ret' WS-AGENCIA '.ctl'
                   DELIMITED BY SIZE INTO WS-RETCTL-NOME
               PERFORM LER-CONTROLE-RETORNO
               IF NOT RETORNO-FALHOU
                   OPEN I-O DEVOL-FILE
                   IF WS-DEVOL-FILE-STATUS NOT = '00'
                           AND WS-DEVOL-FILE-STATUS NOT = '05'
                       DISPLAY 'TOKENCON: erro ao abrir '
                           'devolucao.idx, status '
                           WS-DEVOL-FILE-STATUS
                   ELSE
                       PERFORM PRODUZIR-RETORNO
                       CLOSE DEVOL-FILE
                   END-IF
               END-IF
           END-IF.

       LER-CONTROLE-RETORNO.
      *>   OPTIONAL leaves a missing control file "open" with status
      *>   '05' and at-end on the first READ - a branch that never
      *>   had a file starts at sequence 000001.
           MOVE ZERO TO WS-RETORNO-SEQ
           OPEN INPUT RETCTL-FILE
           IF WS-RETCTL-FILE-STATUS = '00'
                   OR WS-RETCTL-FILE-STATUS = '05'
               READ RETCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RETCTL-SEQUENCIA IS NUMERIC
                           MOVE RETCTL-SEQUENCIA TO WS-RETORNO-SEQ
                       ELSE
      *>                   Guessing the number would make the branch
      *>                   refuse the file, or worse, accept a repeat.
                           DISPLAY 'TOKENCON: ' WS-RETCTL-NOME
                               ' ilegivel - retorno recusado'
                           MOVE 'Y' TO WS-RETORNO-FALHOU
                       END-IF
               END-READ
               CLOSE RETCTL-FILE
           ELSE
               DISPLAY 'TOKENCON: erro ao ler ' WS-RETCTL-NOME
                   ', status ' WS-RETCTL-FILE-STATUS
               MOVE 'Y' TO WS-RETORNO-FALHOU
           END-IF
           ADD 1 TO WS-RETORNO-SEQ.

       PRODUZIR-RETORNO.
           MOVE ZERO TO WS-QTD-DEVOLVER
           PERFORM POSICIONAR-DEVOLUCOES
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM LER-DEVOLUCAO
               IF DEVOL-SELECIONADA
                   ADD 1 TO WS-QTD-DEVOLVER
               END-IF
           END-PERFORM
           IF WS-QTD-DEVOLVER = ZERO
               DISPLAY 'TOKENCON: nada a devolver a agencia '
                   WS-AGENCIA ' - sequencia ' WS-RETORNO-SEQ
                   ' continua livre'
           ELSE
               PERFORM GRAVAR-RETORNO
               IF NOT RETORNO-FALHOU
                   PERFORM CONFERIR-RETORNO
               END-IF
               IF NOT RETORNO-FALHOU
                   PERFORM MARCAR-DEVOLUCOES
               END-IF
               IF NOT RETORNO-FALHOU
                   PERFORM GRAVAR-CONTROLE-RETORNO
               END-IF
      *>       Whichever step failed, the file must not be left where
      *>       the branch could post it under a number the control
      *>       file never reached.
               IF RETORNO-FALHOU
                   DISPLAY 'TOKENCON: retorno NAO liberado - '
                       'controle inalterado'
                   CALL "CBL_DELETE_FILE" USING WS-RETORNO-NOME
                   END-CALL
                   PERFORM DESMARCAR-DEVOLUCOES
               ELSE
                   DISPLAY 'TOKENCON: ' WS-DEVOLVIDOS
                       ' evento(s) para a agencia ' WS-AGENCIA
                       ' em ' WS-RETORNO-NOME
               END-IF
           END-IF.

       POSICIONAR-DEVOLUCOES.
      *> The branch is the key's leading portion - START at branch +
      *> low token and walk while the branch matches.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO DEVOL-CHAVE
           MOVE WS-AGENCIA TO DEVOL-AGENCIA
           START DEVOL-FILE KEY NOT < DEVOL-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-ARQUIVO
           END-START.

       LER-DEVOLUCAO.
      *> Not yet shipped - or marked for THIS number by a run that
      *> stopped before its control file moved, so the same number
      *> is produced again with the same events.
           MOVE 'N' TO WS-DEVOL-SELECIONADA
           READ DEVOL-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF DEVOL-AGENCIA NOT = WS-AGENCIA
                       MOVE 'Y' TO WS-FIM-ARQUIVO
                   ELSE
                       IF DEVOL-SEQUENCIA = ZERO
                               OR DEVOL-SEQUENCIA = WS-RETORNO-SEQ
                           MOVE 'Y' TO WS-DEVOL-SELECIONADA
                       END-IF
                   END-IF
           END-READ.

       GRAVAR-RETORNO.
           MOVE SPACES TO WS-RETORNO-NOME
           STRING 'ret' WS-AGENCIA WS-RETORNO-SEQ '.txt'
               DELIMITED BY SIZE INTO WS-RETORNO-NOME
           OPEN OUTPUT RETORNO-FILE
           IF WS-RETORNO-FILE-STATUS NOT = '00'
                   AND WS-RETORNO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENCON: erro ao abrir ' WS-RETORNO-NOME
                   ', status ' WS-RETORNO-FILE-STATUS
               MOVE 'Y' TO WS-RETORNO-FALHOU
           ELSE
               MOVE SPACES TO RETORNO-RECORD
               MOVE 'H' TO RETORNO-TIPO-REG
               MOVE WS-AGENCIA TO RETORNO-H-AGENCIA
               MOVE WS-RETORNO-SEQ TO RETORNO-H-SEQUENCIA
               MOVE FUNCTION CURRENT-DATE(1:8) TO RETORNO-H-DATA
               WRITE RETORNO-RECORD
               IF WS-RETORNO-FILE-STATUS NOT = '00'
                   DISPLAY 'TOKENCON: erro ao gravar ' WS-RETORNO-NOME
                       ', status ' WS-RETORNO-FILE-STATUS
                   MOVE 'Y' TO WS-RETORNO-FALHOU
               ELSE
                   MOVE ZERO TO WS-DEVOLVIDOS
                   MOVE ZERO TO WS-HASH-TOTAL
                   PERFORM POSICIONAR-DEVOLUCOES
                   PERFORM UNTIL FIM-ARQUIVO
                       PERFORM LER-DEVOLUCAO
                       IF DEVOL-SELECIONADA
                           PERFORM GRAVAR-DETALHE-RETORNO
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO RETORNO-RECORD
                   MOVE 'T' TO RETORNO-TIPO-REG
                   MOVE WS-DEVOLVIDOS TO RETORNO-T-QTDE
                   MOVE WS-HASH-TOTAL TO RETORNO-T-HASH
                   WRITE RETORNO-RECORD
                   IF WS-RETORNO-FILE-STATUS NOT = '00'
                       DISPLAY 'TOKENCON: erro ao gravar '
                           WS-RETORNO-NOME ', status '
                           WS-RETORNO-FILE-STATUS
                       MOVE 'Y' TO WS-RETORNO-FALHOU
                   END-IF
               END-IF
               CLOSE RETORNO-FILE
           END-IF.

       GRAVAR-DETALHE-RETORNO.
           MOVE SPACES TO RETORNO-RECORD
           MOVE 'D' TO RETORNO-TIPO-REG
           MOVE DEVOL-EVENTO TO RETORNO-EVENTO
           MOVE DEVOL-TOKEN TO RETORNO-TOKEN
           MOVE DEVOL-DATAHORA TO RETORNO-DATAHORA
           MOVE DEVOL-DATAHORA-REF TO RETORNO-DATAHORA-REF
           MOVE DEVOL-AGENCIA-ORIGEM TO RETORNO-AGENCIA-ORIGEM
           MOVE DEVOL-MOTIVO TO RETORNO-MOTIVO
           MOVE DEVOL-OPERADOR TO RETORNO-OPERADOR
           WRITE RETORNO-RECORD
           IF WS-RETORNO-FILE-STATUS = '00'
               ADD 1 TO WS-DEVOLVIDOS
               COMPUTE WS-HASH-TOTAL = FUNCTION MOD(WS-HASH-TOTAL
                   + FUNCTION NUMVAL(
                       DEVOL-TOKEN(1:TOKENCFG-COMPRIMENTO)),
                   1000000000000000)
           ELSE
               DISPLAY 'TOKENCON: erro ao gravar ' WS-RETORNO-NOME
                   ', status ' WS-RETORNO-FILE-STATUS
               MOVE 'Y' TO WS-RETORNO-FALHOU
               MOVE 'Y' TO WS-FIM-ARQUIVO
           END-IF.

       CONFERIR-RETORNO.
      *>   Read the file just written back off the disk and prove the
      *>   header and trailer against what is really there - the
      *>   branch proves it again before posting anything.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE 'N' TO WS-TRAILER-OK
           MOVE 'N' TO WS-HEADER-OK
           MOVE ZERO TO WS-RELIDOS
           MOVE ZERO TO WS-HASH-RELIDO
           OPEN INPUT RETORNO-FILE
           IF WS-RETORNO-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENCON: erro ao reler ' WS-RETORNO-NOME
                   ', status ' WS-RETORNO-FILE-STATUS
               MOVE 'Y' TO WS-RETORNO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RETORNO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM CONFERIR-REGISTRO-RETORNO
                   END-READ
               END-PERFORM
               CLOSE RETORNO-FILE
               IF NOT HEADER-OK OR NOT TRAILER-OK
                   DISPLAY 'TOKENCON: header/trailer nao conferem em '
                       WS-RETORNO-NOME ' - relido ' WS-RELIDOS
                       ' detalhe(s)'
                   MOVE 'Y' TO WS-RETORNO-FALHOU
               END-IF
           END-IF.

       CONFERIR-REGISTRO-RETORNO.
           EVALUATE TRUE
           WHEN RETORNO-HEADER
               IF RETORNO-H-AGENCIA = WS-AGENCIA
                       AND RETORNO-H-SEQUENCIA = WS-RETORNO-SEQ
                   MOVE 'Y' TO WS-HEADER-OK
               END-IF
           WHEN RETORNO-DETALHE
               ADD 1 TO WS-RELIDOS
               COMPUTE WS-HASH-RELIDO = FUNCTION MOD(WS-HASH-RELIDO
                   + FUNCTION NUMVAL(
                       RETORNO-TOKEN(1:TOKENCFG-COMPRIMENTO)),
                   1000000000000000)
           WHEN RETORNO-TRAILER
               IF RETORNO-T-QTDE = WS-RELIDOS
                       AND RETORNO-T-HASH = WS-HASH-RELIDO
                       AND RETORNO-T-QTDE = WS-DEVOLVIDOS
                   MOVE 'Y' TO WS-TRAILER-OK
               END-IF
           WHEN OTHER
               MOVE 'N' TO WS-TRAILER-OK
               MOVE 'Y' TO WS-FIM-ARQUIVO
           END-EVALUATE.

       MARCAR-DEVOLUCOES.
      *>   Only now that the file proves are its events marked as
      *>   shipped under its number; the control file moves last.
           MOVE ZERO TO WS-MARCADOS
           PERFORM POSICIONAR-DEVOLUCOES
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM LER-DEVOLUCAO
               IF DEVOL-SELECIONADA
                   MOVE WS-RETORNO-SEQ TO DEVOL-SEQUENCIA
                   REWRITE DEVOL-MASTER
                   IF WS-DEVOL-FILE-STATUS = '00'
                       ADD 1 TO WS-MARCADOS
                   ELSE
                       DISPLAY 'TOKENCON: erro ao regravar '
                           'devolucao.idx, status '
                           WS-DEVOL-FILE-STATUS
                       MOVE 'Y' TO WS-RETORNO-FALHOU
                       MOVE 'Y' TO WS-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM
           IF NOT RETORNO-FALHOU AND WS-MARCADOS NOT = WS-DEVOLVIDOS
               DISPLAY 'TOKENCON: ' WS-MARCADOS ' evento(s) marcado(s)'
                   ' para ' WS-DEVOLVIDOS ' no arquivo - retorno '
                   'NAO liberado, rode de novo'
               MOVE 'Y' TO WS-RETORNO-FALHOU
           END-IF.

       DESMARCAR-DEVOLUCOES.
      *>   Put back to "not yet shipped" whatever a failed run marked
      *>   under its number. A mark left behind by a failing REWRITE
      *>   is still picked up by the rerun, which reuses the number.
           PERFORM POSICIONAR-DEVOLUCOES
           PERFORM UNTIL FIM-ARQUIVO
               READ DEVOL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF DEVOL-AGENCIA NOT = WS-AGENCIA
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       ELSE
                           IF DEVOL-SEQUENCIA = WS-RETORNO-SEQ
                               MOVE ZERO TO DEVOL-SEQUENCIA
                               REWRITE DEVOL-MASTER
                               IF WS-DEVOL-FILE-STATUS NOT = '00'
                                   DISPLAY 'TOKENCON: erro ao '
                                       'regravar devolucao.idx, '
                                       'status ' WS-DEVOL-FILE-STATUS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GRAVAR-CONTROLE-RETORNO.
           OPEN OUTPUT RETCTL-FILE
           IF WS-RETCTL-FILE-STATUS = '00'
                   OR WS-RETCTL-FILE-STATUS = '05'
               MOVE WS-RETORNO-SEQ TO RETCTL-SEQUENCIA
               MOVE FUNCTION CURRENT-DATE(1:14) TO RETCTL-DATAHORA
               WRITE RETCTL-RECORD
               MOVE WS-RETCTL-FILE-STATUS TO WS-WRITE-STATUS
               CLOSE RETCTL-FILE
      *>         A failed WRITE must not be masked by a CLOSE that
      *>         then succeeds.
               IF WS-WRITE-STATUS = '00'
                   MOVE WS-RETCTL-FILE-STATUS TO WS-WRITE-STATUS
               END-IF
           ELSE
               MOVE WS-RETCTL-FILE-STATUS TO WS-WRITE-STATUS
           END-IF
      *>   OPEN OUTPUT has already emptied the control file - the
      *>   file just written must not go out, or the next run would
      *>   start again at 000001.
           IF WS-WRITE-STATUS NOT = '00'
               DISPLAY 'TOKENCON: erro ao gravar ' WS-RETCTL-NOME
                   ', status ' WS-WRITE-STATUS
               MOVE 'Y' TO WS-RETORNO-FALHOU
           END-IF.
       END PROGRAM     TOKENCON.
