       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TOKENRTA.
      *****************************************************************
      * Branch-side posting of a head office return file, e.g.
      *     tokenrta ret0012000007.txt
      * The file (see TOKENRTN.cpy, written by tokencon retorno)
      * carries the redemptions, voids and reversals that happened
      * at OTHER branches against tokens this branch issued - events
      * the local token.idx never heard about, so a token redeemed
      * elsewhere would otherwise still show ATIVO here and redeem a
      * second time.
      *
      * Before anything is posted the whole file is proved: header
      * first, trailer count and hash against the detail records
      * actually read. Then its sequence number is checked against
      * the branch's retorno.ctl: only exactly the next number is
      * accepted - a number already posted is refused as a repeat,
      * a higher one as a gap (the missing file must be posted
      * first). The first file ever posted names the branch in the
      * control file; from then on a file for any other branch is
      * refused.
      *
      * Posting runs under token.lck, like every other master
      * update. Each event is applied the way the local job would
      * have applied it - master REWRITE, then the matching audit
      * event - with the event marked ORIGEM 'M' and the branch
      * where it really happened (see TOKENRSG.cpy, TOKENCNL.cpy,
      * TOKENETO.cpy), so the audit logs tell head office postings
      * from local work:
      *   'U' resgate       ATIVO token goes UTILIZADO, resgate.txt
      *   'C' cancelamento  ATIVO token goes CANCELADO, cancel.txt
      *   'E' estorno       UTILIZADO token whose redemption is the
      *                     one reversed goes back to ATIVO,
      *                     estorno.txt
      * Anything that does not fit the local state - a token this
      * branch holds, already redeemed or voided itself, or does not
      * have at all - is NOT posted and goes on the exception report
      * for head office to resolve.
      *
      * Restart: retorno.ctl records the file in progress and how
      * many of its detail records are done, rewritten around every
      * record. A rerun of the same file carries on after the last
      * one done; the single record that may have had its master
      * rewritten without its audit event is settled first (the
      * event is written then, unless the log already has it). The
      * file only counts as posted - its number used up - once its
      * last record is done.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN USING WS-RETORNO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETORNO-FILE-STATUS.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'token.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TOKEN-MASTER-TOKEN
               FILE STATUS IS WS-MASTER-FILE-STATUS.
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
           SELECT OPTIONAL CTL-FILE ASSIGN TO 'retorno.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO 'token.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE            SECTION.
       FD  RETORNO-FILE.
       COPY TOKENRTN.
       FD  MASTER-FILE.
       COPY TOKENMST.
       FD  RESGATE-FILE.
       COPY TOKENRSG.
       FD  CANCEL-FILE.
       COPY TOKENCNL.
       FD  ESTORNO-FILE.
       COPY TOKENETO.
       FD  CTL-FILE.
       01  CTL-RECORD.
           05  CTL-AGENCIA         PIC X(04).
           05  CTL-SEQUENCIA       PIC 9(06).
           05  CTL-EM-CURSO        PIC 9(06).
           05  CTL-APLICADOS       PIC 9(06).
           05  CTL-PENDENTE        PIC X(01).
       FD  LOCK-FILE.
       01  LOCK-RECORD             PIC X(01).
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       01  WS-RETORNO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-RESGATE-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-CANCEL-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-ESTORNO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-WRITE-STATUS         PIC X(02) VALUE '00'.
       01  WS-LOCK-STATUS          PIC X(02) VALUE '00'.
       01  WS-LOCK-OBTIDO          PIC X VALUE 'N'.
           88  LOCK-OBTIDO         VALUE 'Y'.
       01  WS-TENTATIVAS-LOCK      PIC 9(03) VALUE ZERO.
       01  WS-MAX-TENTATIVAS-LOCK  PIC 9(03) VALUE 100.
       01  WS-NANOSSEGUNDOS-ESPERA PIC 9(18) VALUE 50000000.
       01  WS-PARM                 PIC X(80) VALUE SPACES.
       01  WS-RETORNO-NOME         PIC X(40) VALUE SPACES.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-PASSO-FALHOU         PIC X VALUE 'N'.
           88  PASSO-FALHOU        VALUE 'Y'.
       01  WS-EVENTO-ACHADO        PIC X VALUE 'N'.
           88  EVENTO-ACHADO       VALUE 'Y'.
      *    Proof of the file before anything is posted.
       01  WS-HEADER-OK            PIC X VALUE 'N'.
           88  HEADER-OK           VALUE 'Y'.
       01  WS-TRAILER-OK           PIC X VALUE 'N'.
           88  TRAILER-OK          VALUE 'Y'.
       01  WS-ARQ-AGENCIA          PIC X(04) VALUE SPACES.
       01  WS-ARQ-SEQUENCIA        PIC 9(06) VALUE ZERO.
       01  WS-ARQ-DETALHES         PIC 9(06) VALUE ZERO.
       01  WS-HASH-RELIDO          PIC 9(15) VALUE ZERO.
       01  WS-LIDOS                PIC 9(06) VALUE ZERO.
      *    The branch's control record, as read and as rewritten.
       01  WS-CTL-AGENCIA          PIC X(04) VALUE SPACES.
       01  WS-CTL-SEQUENCIA        PIC 9(06) VALUE ZERO.
       01  WS-CTL-EM-CURSO         PIC 9(06) VALUE ZERO.
       01  WS-CTL-APLICADOS        PIC 9(06) VALUE ZERO.
       01  WS-CTL-PENDENTE         PIC X(01) VALUE 'N'.
           88  CTL-REGISTRO-PENDENTE   VALUE 'S'.
       01  WS-PROXIMA-SEQUENCIA    PIC 9(06) VALUE ZERO.
       01  WS-REINICIADO           PIC X VALUE 'N'.
           88  REINICIADO          VALUE 'Y'.
       01  WS-RESOLVER             PIC X VALUE 'N'.
           88  RESOLVER            VALUE 'Y'.
      *    Posting totals.
       01  WS-ORDEM                PIC 9(06) VALUE ZERO.
       01  WS-APLICADOS            PIC 9(06) VALUE ZERO.
       01  WS-EXCECOES             PIC 9(06) VALUE ZERO.
       01  WS-JA-APLICADOS         PIC 9(06) VALUE ZERO.
       01  WS-MOTIVO-EXCECAO       PIC X(40) VALUE SPACES.
       01  WS-DATAHORA-LOCAL       PIC X(14) VALUE SPACES.
       01  WS-LINHA-EXCECAO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LX-EVENTO        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-LX-TOKEN         PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-LX-DATAHORA      PIC X(14).
           05  FILLER              PIC X(04) VALUE ' AG '.
           05  WS-LX-AGENCIA       PIC X(04).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  WS-LX-MOTIVO        PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-LX-DATAHORA-LOCAL
                                   PIC X(14).
       PROCEDURE       DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL ' '
               INTO WS-RETORNO-NOME
           END-UNSTRING
           IF WS-RETORNO-NOME = SPACES
               DISPLAY 'TOKENRTA: uso: tokenrta <arquivo de retorno>'
               STOP RUN
           END-IF
           PERFORM PROVAR-ARQUIVO
           IF PASSO-FALHOU
               DISPLAY 'TOKENRTA: ' WS-RETORNO-NOME
                   ' recusado - nada aplicado'
               STOP RUN
           END-IF
           PERFORM OBTER-LOCK
           IF NOT LOCK-OBTIDO
               DISPLAY 'TOKENRTA: token.lck ocupado - tente mais tarde'
               STOP RUN
           END-IF
           OPEN I-O MASTER-FILE
      *>   A missing master ('05', OPTIONAL) would turn every detail
      *>   into an exception and still use up the file's number -
      *>   refused here, before CONFERIR-SEQUENCIA marks the file in
      *>   progress on retorno.ctl.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENRTA: erro ao abrir token.idx, status '
                   WS-MASTER-FILE-STATUS ' - ' WS-RETORNO-NOME
                   ' recusado - nada aplicado'
               IF WS-MASTER-FILE-STATUS = '05'
                   CLOSE MASTER-FILE
               END-IF
               PERFORM LIBERAR-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-CONTROLE
           IF NOT PASSO-FALHOU
               PERFORM CONFERIR-SEQUENCIA
           END-IF
           IF PASSO-FALHOU
               DISPLAY 'TOKENRTA: ' WS-RETORNO-NOME
                   ' recusado - nada aplicado'
               CLOSE MASTER-FILE
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF
           PERFORM APLICAR-ARQUIVO
           CLOSE MASTER-FILE
           PERFORM LIBERAR-LOCK
           STOP RUN.

       PROVAR-ARQUIVO.
      *>   Header first, then details, trailer last, and the trailer
      *>   must balance against the details actually read - a file
      *>   cut short in transit never gets as far as the master.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-ARQ-DETALHES
           MOVE ZERO TO WS-HASH-RELIDO
           MOVE ZERO TO WS-LIDOS
           OPEN INPUT RETORNO-FILE
           IF WS-RETORNO-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENRTA: erro ao abrir ' WS-RETORNO-NOME
                   ', status ' WS-RETORNO-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RETORNO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           PERFORM PROVAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE RETORNO-FILE
               IF NOT HEADER-OK OR NOT TRAILER-OK
                   DISPLAY 'TOKENRTA: header/trailer nao conferem em '
                       WS-RETORNO-NOME ' - ' WS-ARQ-DETALHES
                       ' detalhe(s) lido(s)'
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       PROVAR-REGISTRO.
           EVALUATE TRUE
           WHEN RETORNO-HEADER AND WS-LIDOS = 1
                   AND RETORNO-H-SEQUENCIA IS NUMERIC
                   AND RETORNO-H-AGENCIA NOT = SPACES
               MOVE 'Y' TO WS-HEADER-OK
               MOVE RETORNO-H-AGENCIA TO WS-ARQ-AGENCIA
               MOVE RETORNO-H-SEQUENCIA TO WS-ARQ-SEQUENCIA
           WHEN RETORNO-DETALHE AND HEADER-OK AND NOT TRAILER-OK
               ADD 1 TO WS-ARQ-DETALHES
               COMPUTE WS-HASH-RELIDO = FUNCTION MOD(WS-HASH-RELIDO
                   + FUNCTION NUMVAL(
                       RETORNO-TOKEN(1:TOKENCFG-COMPRIMENTO)),
                   1000000000000000)
           WHEN RETORNO-TRAILER AND HEADER-OK AND NOT TRAILER-OK
               IF RETORNO-T-QTDE IS NUMERIC
                       AND RETORNO-T-HASH IS NUMERIC
                       AND RETORNO-T-QTDE = WS-ARQ-DETALHES
                       AND RETORNO-T-HASH = WS-HASH-RELIDO
                   MOVE 'Y' TO WS-TRAILER-OK
               ELSE
                   MOVE 'N' TO WS-HEADER-OK
                   MOVE 'Y' TO WS-FIM-ARQUIVO
               END-IF
           WHEN OTHER
      *>       Out of place, unknown, or anything after the trailer.
               MOVE 'N' TO WS-TRAILER-OK
               MOVE 'N' TO WS-HEADER-OK
               MOVE 'Y' TO WS-FIM-ARQUIVO
           END-EVALUATE.

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

       LER-CONTROLE.
      *>   OPTIONAL leaves a missing control file "open" with status
      *>   '05' and at-end on the first READ - a branch that never
      *>   posted a file expects sequence 000001.
           OPEN INPUT CTL-FILE
           IF WS-CTL-FILE-STATUS = '00' OR WS-CTL-FILE-STATUS = '05'
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-SEQUENCIA IS NUMERIC
                               AND CTL-EM-CURSO IS NUMERIC
                               AND CTL-APLICADOS IS NUMERIC
                           MOVE CTL-AGENCIA TO WS-CTL-AGENCIA
                           MOVE CTL-SEQUENCIA TO WS-CTL-SEQUENCIA
                           MOVE CTL-EM-CURSO TO WS-CTL-EM-CURSO
                           MOVE CTL-APLICADOS TO WS-CTL-APLICADOS
                           MOVE CTL-PENDENTE TO WS-CTL-PENDENTE
                       ELSE
      *>                   Starting over from zero would accept every
      *>                   file ever posted again.
                           DISPLAY 'TOKENRTA: retorno.ctl ilegivel - '
                               'restaure-o antes de aplicar'
                           MOVE 'Y' TO WS-PASSO-FALHOU
                       END-IF
               END-READ
               CLOSE CTL-FILE
           ELSE
               DISPLAY 'TOKENRTA: erro ao ler retorno.ctl, status '
                   WS-CTL-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           END-IF.

       CONFERIR-SEQUENCIA.
           COMPUTE WS-PROXIMA-SEQUENCIA = WS-CTL-SEQUENCIA + 1
           EVALUATE TRUE
           WHEN WS-CTL-AGENCIA NOT = SPACES
                   AND WS-ARQ-AGENCIA NOT = WS-CTL-AGENCIA
               DISPLAY 'TOKENRTA: arquivo da agencia ' WS-ARQ-AGENCIA
                   ' - esta agencia e ' WS-CTL-AGENCIA
               MOVE 'Y' TO WS-PASSO-FALHOU
           WHEN WS-CTL-EM-CURSO NOT = ZERO
                   AND WS-ARQ-SEQUENCIA NOT = WS-CTL-EM-CURSO
               DISPLAY 'TOKENRTA: arquivo ' WS-CTL-EM-CURSO
                   ' interrompido - aplique-o de novo antes do '
                   WS-ARQ-SEQUENCIA
               MOVE 'Y' TO WS-PASSO-FALHOU
           WHEN WS-CTL-EM-CURSO NOT = ZERO
               MOVE 'Y' TO WS-REINICIADO
               DISPLAY 'TOKENRTA: reiniciado de retorno.ctl - '
                   WS-CTL-APLICADOS ' detalhe(s) ja tratado(s)'
           WHEN WS-ARQ-SEQUENCIA < WS-PROXIMA-SEQUENCIA
               DISPLAY 'TOKENRTA: sequencia ' WS-ARQ-SEQUENCIA
                   ' ja aplicada - arquivo repetido'
               MOVE 'Y' TO WS-PASSO-FALHOU
           WHEN WS-ARQ-SEQUENCIA > WS-PROXIMA-SEQUENCIA
               DISPLAY 'TOKENRTA: sequencia ' WS-ARQ-SEQUENCIA
                   ' fora de ordem - falta aplicar a '
                   WS-PROXIMA-SEQUENCIA
               MOVE 'Y' TO WS-PASSO-FALHOU
           WHEN OTHER
               MOVE WS-ARQ-AGENCIA TO WS-CTL-AGENCIA
               MOVE WS-ARQ-SEQUENCIA TO WS-CTL-EM-CURSO
               MOVE ZERO TO WS-CTL-APLICADOS
               MOVE 'N' TO WS-CTL-PENDENTE
               PERFORM GRAVAR-CONTROLE
           END-EVALUATE.

       GRAVAR-CONTROLE.
      *> Rewritten whole around every record - a single small record,
      *> and OUTPUT truncate-and-write leaves either the old record or
      *> the new one on disk, never half of each.
           OPEN OUTPUT CTL-FILE
           IF WS-CTL-FILE-STATUS = '00' OR WS-CTL-FILE-STATUS = '05'
               MOVE WS-CTL-AGENCIA TO CTL-AGENCIA
               MOVE WS-CTL-SEQUENCIA TO CTL-SEQUENCIA
               MOVE WS-CTL-EM-CURSO TO CTL-EM-CURSO
               MOVE WS-CTL-APLICADOS TO CTL-APLICADOS
               MOVE WS-CTL-PENDENTE TO CTL-PENDENTE
               WRITE CTL-RECORD
               MOVE WS-CTL-FILE-STATUS TO WS-WRITE-STATUS
               CLOSE CTL-FILE
               IF WS-WRITE-STATUS = '00'
                   MOVE WS-CTL-FILE-STATUS TO WS-WRITE-STATUS
               END-IF
           ELSE
               MOVE WS-CTL-FILE-STATUS TO WS-WRITE-STATUS
           END-IF
           IF WS-WRITE-STATUS NOT = '00'
      *>       Without the control record the run is no longer
      *>       restartable - stop before posting anything else.
               DISPLAY 'TOKENRTA: erro ao gravar retorno.ctl, status '
                   WS-WRITE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           END-IF.

       APLICAR-ARQUIVO.
           DISPLAY '============================================='
           DISPLAY 'TOKENRTA - RETORNO DA MATRIZ ' WS-RETORNO-NOME
           DISPLAY 'AGENCIA ' WS-ARQ-AGENCIA ' SEQUENCIA '
               WS-ARQ-SEQUENCIA ' DETALHES ' WS-ARQ-DETALHES
           DISPLAY '============================================='
           DISPLAY 'EXCECOES (NAO APLICADAS - RESOLVER NA MATRIZ):'
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-ORDEM
           OPEN INPUT RETORNO-FILE
           IF WS-RETORNO-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENRTA: erro ao reabrir ' WS-RETORNO-NOME
                   ', status ' WS-RETORNO-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RETORNO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF RETORNO-DETALHE
                               ADD 1 TO WS-ORDEM
                               PERFORM TRATAR-DETALHE
                               IF PASSO-FALHOU
                                   MOVE 'Y' TO WS-FIM-ARQUIVO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
      *>       Closed whether or not a record failed - the run stops
      *>       either way and must not leave the file open.
               CLOSE RETORNO-FILE
           END-IF
           IF NOT PASSO-FALHOU
      *>       Every record done - the number is used up.
               MOVE WS-CTL-EM-CURSO TO WS-CTL-SEQUENCIA
               MOVE ZERO TO WS-CTL-EM-CURSO
               MOVE ZERO TO WS-CTL-APLICADOS
               MOVE 'N' TO WS-CTL-PENDENTE
               PERFORM GRAVAR-CONTROLE
           END-IF
           DISPLAY '============================================='
           DISPLAY 'APLICADOS:           ' WS-APLICADOS
           DISPLAY 'EXCECOES:            ' WS-EXCECOES
           IF REINICIADO
               DISPLAY 'JA TRATADOS ANTES:   ' WS-CTL-APLICADOS
           END-IF
           IF PASSO-FALHOU
               DISPLAY 'TOKENRTA: aplicacao interrompida - rode de '
                   'novo com o mesmo arquivo para continuar'
           ELSE
               DISPLAY 'TOKENRTA: sequencia ' WS-CTL-SEQUENCIA
                   ' aplicada'
           END-IF
           DISPLAY '============================================='.

       TRATAR-DETALHE.
           EVALUATE TRUE
           WHEN WS-ORDEM <= WS-CTL-APLICADOS
      *>       Done by the interrupted run.
               CONTINUE
           WHEN WS-ORDEM = WS-CTL-APLICADOS + 1
                   AND CTL-REGISTRO-PENDENTE
               MOVE 'Y' TO WS-RESOLVER
               PERFORM RESOLVER-PENDENTE
               MOVE 'N' TO WS-RESOLVER
               PERFORM CONCLUIR-DETALHE
           WHEN OTHER
               PERFORM APLICAR-DETALHE
               PERFORM CONCLUIR-DETALHE
           END-EVALUATE.

       CONCLUIR-DETALHE.
           IF NOT PASSO-FALHOU
               ADD 1 TO WS-CTL-APLICADOS
               MOVE 'N' TO WS-CTL-PENDENTE
               PERFORM GRAVAR-CONTROLE
           END-IF.

       MARCAR-PENDENTE.
      *>   Recorded before the master is touched: if the run dies
      *>   between the REWRITE and the audit event, the rerun knows
      *>   exactly which record to settle.
           MOVE 'S' TO WS-CTL-PENDENTE
           PERFORM GRAVAR-CONTROLE.

       RESOLVER-PENDENTE.
      *>   The audit event already on file means the record was fully
      *>   posted; the master already showing the event (same stamp)
      *>   means only the event is owed; otherwise nothing happened
      *>   and the record is posted now.
           PERFORM PROCURAR-EVENTO-GRAVADO
           IF NOT PASSO-FALHOU
               IF EVENTO-ACHADO
                   ADD 1 TO WS-JA-APLICADOS
                   ADD 1 TO WS-APLICADOS
               ELSE
                   MOVE RETORNO-TOKEN TO TOKEN-MASTER-TOKEN
                   READ MASTER-FILE
                       INVALID KEY
                           PERFORM APLICAR-DETALHE
                       NOT INVALID KEY
                           IF (RETORNO-RESGATE
                                   AND TOKEN-MASTER-UTILIZADO
                                   AND TOKEN-MASTER-DATAHORA-RESGATE
                                       = RETORNO-DATAHORA)
                               OR (RETORNO-CANCELAMENTO
                                   AND TOKEN-MASTER-CANCELADO
                                   AND TOKEN-MASTER-DATAHORA-CANCEL
                                       = RETORNO-DATAHORA)
                               OR (RETORNO-ESTORNO
                                   AND TOKEN-MASTER-ATIVO)
                               PERFORM GRAVAR-EVENTO
                               IF WS-WRITE-STATUS = '00'
                                   ADD 1 TO WS-APLICADOS
                               ELSE
                                   MOVE 'Y' TO WS-PASSO-FALHOU
                               END-IF
                           ELSE
                               PERFORM APLICAR-DETALHE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       PROCURAR-EVENTO-GRAVADO.
           MOVE 'N' TO WS-EVENTO-ACHADO
           EVALUATE TRUE
           WHEN RETORNO-RESGATE
               PERFORM PROCURAR-RESGATE-GRAVADO
           WHEN RETORNO-CANCELAMENTO
               PERFORM PROCURAR-CANCEL-GRAVADO
           WHEN RETORNO-ESTORNO
               PERFORM PROCURAR-ESTORNO-GRAVADO
           END-EVALUATE.

       PROCURAR-RESGATE-GRAVADO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT RESGATE-FILE
           IF WS-RESGATE-FILE-STATUS NOT = '00'
                   AND WS-RESGATE-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRTA: erro ao abrir resgate.txt, status '
                   WS-RESGATE-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO OR EVENTO-ACHADO
                   READ RESGATE-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF RESGATE-RECORD-DA-MATRIZ
                                   AND RESGATE-RECORD-TOKEN
                                       (1:TOKENCFG-COMPRIMENTO)
                                   = RETORNO-TOKEN
                                       (1:TOKENCFG-COMPRIMENTO)
                                   AND RESGATE-RECORD-DATAHORA
                                       = RETORNO-DATAHORA
                               MOVE 'Y' TO WS-EVENTO-ACHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESGATE-FILE
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO.

       PROCURAR-CANCEL-GRAVADO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT CANCEL-FILE
           IF WS-CANCEL-FILE-STATUS NOT = '00'
                   AND WS-CANCEL-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRTA: erro ao abrir cancel.txt, status '
                   WS-CANCEL-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO OR EVENTO-ACHADO
                   READ CANCEL-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CANCEL-RECORD-DA-MATRIZ
                                   AND CANCEL-RECORD-TOKEN
                                       (1:TOKENCFG-COMPRIMENTO)
                                   = RETORNO-TOKEN
                                       (1:TOKENCFG-COMPRIMENTO)
                                   AND CANCEL-RECORD-DATAHORA
                                       = RETORNO-DATAHORA
                               MOVE 'Y' TO WS-EVENTO-ACHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO.

       PROCURAR-ESTORNO-GRAVADO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ESTORNO-FILE
           IF WS-ESTORNO-FILE-STATUS NOT = '00'
                   AND WS-ESTORNO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRTA: erro ao abrir estorno.txt, status '
                   WS-ESTORNO-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO OR EVENTO-ACHADO
                   READ ESTORNO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ESTORNO-RECORD-DA-MATRIZ
                                   AND ESTORNO-RECORD-TOKEN
                                       (1:TOKENCFG-COMPRIMENTO)
                                   = RETORNO-TOKEN
                                       (1:TOKENCFG-COMPRIMENTO)
                                   AND ESTORNO-RECORD-DATAHORA
                                       = RETORNO-DATAHORA
                               MOVE 'Y' TO WS-EVENTO-ACHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTORNO-FILE
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO.

       APLICAR-DETALHE.
           MOVE SPACES TO WS-MOTIVO-EXCECAO
           MOVE SPACES TO WS-DATAHORA-LOCAL
           MOVE RETORNO-TOKEN TO TOKEN-MASTER-TOKEN
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'TOKEN NAO CONSTA DO MASTER LOCAL'
                       TO WS-MOTIVO-EXCECAO
               NOT INVALID KEY
                   EVALUATE TRUE
                   WHEN RETORNO-RESGATE
                       PERFORM APLICAR-RESGATE
                   WHEN RETORNO-CANCELAMENTO
                       PERFORM APLICAR-CANCELAMENTO
                   WHEN RETORNO-ESTORNO
                       PERFORM APLICAR-ESTORNO
                   WHEN OTHER
                       MOVE 'EVENTO DESCONHECIDO'
                           TO WS-MOTIVO-EXCECAO
                   END-EVALUATE
           END-READ
           IF WS-MOTIVO-EXCECAO NOT = SPACES
               PERFORM LISTAR-EXCECAO
           END-IF.

       APLICAR-RESGATE.
           EVALUATE TRUE
           WHEN TOKEN-MASTER-ATIVO
               MOVE 'U' TO TOKEN-MASTER-SITUACAO
               MOVE RETORNO-DATAHORA TO TOKEN-MASTER-DATAHORA-RESGATE
               PERFORM REGRAVAR-E-REGISTRAR
           WHEN OTHER
               PERFORM CLASSIFICAR-CONFLITO
           END-EVALUATE.

       APLICAR-CANCELAMENTO.
           EVALUATE TRUE
           WHEN TOKEN-MASTER-ATIVO
               MOVE 'C' TO TOKEN-MASTER-SITUACAO
               MOVE RETORNO-DATAHORA TO TOKEN-MASTER-DATAHORA-CANCEL
               MOVE RETORNO-MOTIVO TO TOKEN-MASTER-MOTIVO-CANCEL
               PERFORM REGRAVAR-E-REGISTRAR
           WHEN OTHER
               PERFORM CLASSIFICAR-CONFLITO
           END-EVALUATE.

       APLICAR-ESTORNO.
      *>   Only the very redemption reversed may be undone - the same
      *>   rule tokenest applies.
           EVALUATE TRUE
           WHEN TOKEN-MASTER-UTILIZADO
                   AND TOKEN-MASTER-DATAHORA-RESGATE
                       = RETORNO-DATAHORA-REF
               MOVE 'A' TO TOKEN-MASTER-SITUACAO
               MOVE SPACES TO TOKEN-MASTER-DATAHORA-RESGATE
               PERFORM REGRAVAR-E-REGISTRAR
           WHEN TOKEN-MASTER-UTILIZADO
               MOVE 'RESGATE LOCAL DIFERE DO ESTORNADO'
                   TO WS-MOTIVO-EXCECAO
               MOVE TOKEN-MASTER-DATAHORA-RESGATE
                   TO WS-DATAHORA-LOCAL
           WHEN OTHER
               PERFORM CLASSIFICAR-CONFLITO
           END-EVALUATE.

       CLASSIFICAR-CONFLITO.
           EVALUATE TRUE
           WHEN TOKEN-MASTER-ATIVO
               MOVE 'TOKEN ATIVO - NAO HA RESGATE A ESTORNAR'
                   TO WS-MOTIVO-EXCECAO
           WHEN TOKEN-MASTER-RESERVADO
               MOVE 'TOKEN RESERVADO NESTA AGENCIA DESDE'
                   TO WS-MOTIVO-EXCECAO
               MOVE TOKEN-MASTER-DATAHORA-RESERVA
                   TO WS-DATAHORA-LOCAL
           WHEN TOKEN-MASTER-UTILIZADO
               MOVE 'TOKEN JA UTILIZADO NESTA AGENCIA EM'
                   TO WS-MOTIVO-EXCECAO
               MOVE TOKEN-MASTER-DATAHORA-RESGATE
                   TO WS-DATAHORA-LOCAL
           WHEN TOKEN-MASTER-CANCELADO
               MOVE 'TOKEN JA CANCELADO NESTA AGENCIA EM'
                   TO WS-MOTIVO-EXCECAO
               MOVE TOKEN-MASTER-DATAHORA-CANCEL
                   TO WS-DATAHORA-LOCAL
           WHEN OTHER
               MOVE 'SITUACAO LOCAL DESCONHECIDA'
                   TO WS-MOTIVO-EXCECAO
           END-EVALUATE.

       REGRAVAR-E-REGISTRAR.
           IF NOT RESOLVER
               PERFORM MARCAR-PENDENTE
           END-IF
           IF NOT PASSO-FALHOU
               REWRITE TOKEN-MASTER
               IF WS-MASTER-FILE-STATUS NOT = '00'
                   DISPLAY 'TOKENRTA: erro ao regravar token.idx, '
                       'status ' WS-MASTER-FILE-STATUS
                   MOVE 'Y' TO WS-PASSO-FALHOU
               ELSE
                   PERFORM GRAVAR-EVENTO
                   IF WS-WRITE-STATUS = '00'
                       ADD 1 TO WS-APLICADOS
                   ELSE
      *>               Master posted, event missing - leave the
      *>               record pending and stop; the rerun writes it.
                       MOVE 'Y' TO WS-PASSO-FALHOU
                   END-IF
               END-IF
           END-IF.

       LISTAR-EXCECAO.
           ADD 1 TO WS-EXCECOES
           MOVE RETORNO-EVENTO TO WS-LX-EVENTO
           MOVE RETORNO-TOKEN TO WS-LX-TOKEN
           MOVE RETORNO-DATAHORA TO WS-LX-DATAHORA
           MOVE RETORNO-AGENCIA-ORIGEM TO WS-LX-AGENCIA
           MOVE WS-MOTIVO-EXCECAO TO WS-LX-MOTIVO
           MOVE WS-DATAHORA-LOCAL TO WS-LX-DATAHORA-LOCAL
           DISPLAY WS-LINHA-EXCECAO.

       GRAVAR-EVENTO.
           EVALUATE TRUE
           WHEN RETORNO-RESGATE
               PERFORM GRAVAR-EVENTO-RESGATE
           WHEN RETORNO-CANCELAMENTO
               PERFORM GRAVAR-EVENTO-CANCEL
           WHEN RETORNO-ESTORNO
               PERFORM GRAVAR-EVENTO-ESTORNO
           END-EVALUATE.

       GRAVAR-EVENTO-RESGATE.
           OPEN EXTEND RESGATE-FILE
           MOVE WS-RESGATE-FILE-STATUS TO WS-WRITE-STATUS
           IF WS-RESGATE-FILE-STATUS = '00'
                   OR WS-RESGATE-FILE-STATUS = '05'
               MOVE SPACES TO RESGATE-RECORD
               MOVE RETORNO-TOKEN(1:TOKENCFG-COMPRIMENTO)
                   TO RESGATE-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               IF TOKENCFG-ALFA-CHECK
                   MOVE RETORNO-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
                       TO RESGATE-RECORD-CHECK
               END-IF
               MOVE RETORNO-DATAHORA TO RESGATE-RECORD-DATAHORA
               MOVE 'M' TO RESGATE-RECORD-ORIGEM
               MOVE RETORNO-AGENCIA-ORIGEM TO RESGATE-RECORD-AGENCIA
               WRITE RESGATE-RECORD
               MOVE WS-RESGATE-FILE-STATUS TO WS-WRITE-STATUS
               CLOSE RESGATE-FILE
      *>         Only let the CLOSE status override the WRITE status
      *>         when the WRITE itself succeeded - a WRITE failure must
      *>         not be masked by a CLOSE that then succeeds.
               IF WS-WRITE-STATUS = '00'
                   MOVE WS-RESGATE-FILE-STATUS TO WS-WRITE-STATUS
               END-IF
           END-IF
           IF WS-WRITE-STATUS NOT = '00'
               DISPLAY 'TOKENRTA: erro ao gravar resgate.txt, status '
                   WS-WRITE-STATUS
           END-IF.

       GRAVAR-EVENTO-CANCEL.
           OPEN EXTEND CANCEL-FILE
           MOVE WS-CANCEL-FILE-STATUS TO WS-WRITE-STATUS
           IF WS-CANCEL-FILE-STATUS = '00'
                   OR WS-CANCEL-FILE-STATUS = '05'
               MOVE SPACES TO CANCEL-RECORD
               MOVE RETORNO-TOKEN(1:TOKENCFG-COMPRIMENTO)
                   TO CANCEL-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               IF TOKENCFG-ALFA-CHECK
                   MOVE RETORNO-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
                       TO CANCEL-RECORD-CHECK
               END-IF
               MOVE RETORNO-DATAHORA TO CANCEL-RECORD-DATAHORA
               MOVE RETORNO-MOTIVO TO CANCEL-RECORD-MOTIVO
               MOVE RETORNO-OPERADOR TO CANCEL-RECORD-OPERADOR
               MOVE 'M' TO CANCEL-RECORD-ORIGEM
               MOVE RETORNO-AGENCIA-ORIGEM TO CANCEL-RECORD-AGENCIA
               WRITE CANCEL-RECORD
               MOVE WS-CANCEL-FILE-STATUS TO WS-WRITE-STATUS
               CLOSE CANCEL-FILE
      *>         Only let the CLOSE status override the WRITE status
      *>         when the WRITE itself succeeded - a WRITE failure must
      *>         not be masked by a CLOSE that then succeeds.
               IF WS-WRITE-STATUS = '00'
                   MOVE WS-CANCEL-FILE-STATUS TO WS-WRITE-STATUS
               END-IF
           END-IF
           IF WS-WRITE-STATUS NOT = '00'
               DISPLAY 'TOKENRTA: erro ao gravar cancel.txt, status '
                   WS-WRITE-STATUS
           END-IF.

       GRAVAR-EVENTO-ESTORNO.
           OPEN EXTEND ESTORNO-FILE
           MOVE WS-ESTORNO-FILE-STATUS TO WS-WRITE-STATUS
           IF WS-ESTORNO-FILE-STATUS = '00'
                   OR WS-ESTORNO-FILE-STATUS = '05'
               MOVE SPACES TO ESTORNO-RECORD
               MOVE RETORNO-TOKEN(1:TOKENCFG-COMPRIMENTO)
                   TO ESTORNO-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               IF TOKENCFG-ALFA-CHECK
                   MOVE RETORNO-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
                       TO ESTORNO-RECORD-CHECK
               END-IF
               MOVE RETORNO-DATAHORA-REF
                   TO ESTORNO-RECORD-DATAHORA-RESGATE
               MOVE RETORNO-DATAHORA TO ESTORNO-RECORD-DATAHORA
               MOVE RETORNO-MOTIVO TO ESTORNO-RECORD-MOTIVO
               MOVE RETORNO-OPERADOR TO ESTORNO-RECORD-SUPERVISOR
               MOVE 'M' TO ESTORNO-RECORD-ORIGEM
               MOVE RETORNO-AGENCIA-ORIGEM TO ESTORNO-RECORD-AGENCIA
               WRITE ESTORNO-RECORD
               MOVE WS-ESTORNO-FILE-STATUS TO WS-WRITE-STATUS
               CLOSE ESTORNO-FILE
      *>         Only let the CLOSE status override the WRITE status
      *>         when the WRITE itself succeeded - a WRITE failure must
      *>         not be masked by a CLOSE that then succeeds.
               IF WS-WRITE-STATUS = '00'
                   MOVE WS-ESTORNO-FILE-STATUS TO WS-WRITE-STATUS
               END-IF
           END-IF
           IF WS-WRITE-STATUS NOT = '00'
               DISPLAY 'TOKENRTA: erro ao gravar estorno.txt, status '
                   WS-WRITE-STATUS
           END-IF.
       END PROGRAM     TOKENRTA.
