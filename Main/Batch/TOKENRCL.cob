       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TOKENRCL.
      *****************************************************************
      * Campaign recall: when a promotion is pulled, every token of
      * the campaign still waiting to be redeemed is voided in one
      * supervised run instead of one tokencan at a time.
      *     tokenrcl <campanha>              preview only
      *     tokenrcl <campanha> confirmar    void them
      *
      * The preview reads token.idx and lists every ATIVO token
      * carrying the campaign code (TOKEN-MASTER-CAMPANHA), with
      * the count and how many are bound to a mobile number, then
      * separately the campaign's held (RESERVADO) and redeemed
      * (UTILIZADO) tokens, which a recall never touches - a hold is
      * a till mid-sale (release it with tokenlib first if it must
      * go) and a redeemed token was already paid out. The preview
      * changes nothing and needs no authority.
      *
      * With "confirmar", the TOKEN_OPERADOR workstation profile id
      * must be an active SUPERVISOR on operador.idx (as for
      * tokenest/tokendsb) who also holds the CANCELA role - every
      * void is stamped with that id on cancel.txt, and TOKENSOD
      * requires CANCELA of whoever voids. The campaign must
      * already be deactivated on campanha.idx (tokencpm desativar):
      * a recall that runs while the campaign still issues would
      * miss the tokens issued behind it. Under token.lck, held for
      * the whole run, each ATIVO token of the campaign is
      * rewritten CANCELADO with the reason 'RECALL CAMPANHA
      * <codigo>' and a VOID event stamped with the supervisor's id
      * is appended to cancel.txt, exactly as tokencan would have
      * written it.
      *
      * Restart: progress is checkpointed to tokenrcl.ckp around
      * every token. A token is only ever selected while it is
      * ATIVO, so a rerun after an interruption carries on with the
      * tokens still outstanding and can never void one twice; the
      * one window the master alone cannot close - master rewritten,
      * cancel.txt event not yet written - is recorded in the
      * checkpoint before the rewrite and settled on the rerun
      * (the event is written then, unless cancel.txt already has
      * it). A checkpoint for another campaign refuses the run until
      * that recall is finished. The checkpoint is deleted on
      * normal completion.
      *
      * Once the notice below is written and proved, the checkpoint
      * is rewritten in the "notice generated" phase with the
      * notice's sequence BEFORE smslast.ctl is advanced. A rerun in
      * that phase never writes the notice again - it only advances
      * smslast.ctl to the recorded sequence if it is still short
      * of it, then removes the checkpoint.
      *
      * Bound tokens voided by the recall (TOKEN-MASTER-CELULAR set)
      * are sent to the SMS gateway as a cancellation notice, in the
      * provider's interchange layout (see TOKENSMS):
      *     C + run date (8) + sequence (6)        header
      *     D + token (11) + celular (11)          one per token
      *     T + record count (6) + hash total (15) trailer
      * in smscanNNNNNN.txt. The 'C' header (in place of the
      * extract's 'H') tells the gateway the file is a cancellation
      * notice, not tokens to deliver. It is numbered from the same
      * smslast.ctl sequence as the nightly smsenv extracts so the
      * gateway never sees one number twice - both programs read
      * and advance the control file only under token.lck - and
      * TOKENACK proves the gateway's returns for a notice's
      * sequence against smscanNNNNNN.txt. The notice is selected
      * from the master (campaign, CANCELADO with the recall
      * reason since the recall started), so tokens voided before an
      * interruption are not lost, and it is proved by reading it
      * back before the control file's sequence is advanced; a
      * notice that does not balance is deleted and the checkpoint
      * kept, so the next run produces it again.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'token.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-MASTER-TOKEN
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL CANCEL-FILE ASSIGN TO 'cancel.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CANCEL-FILE-STATUS.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO 'operador.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS WS-OPERADOR-FILE-STATUS.
           SELECT OPTIONAL CAMPANHA-FILE ASSIGN TO 'campanha.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMPANHA-CODIGO
               FILE STATUS IS WS-CAMPANHA-FILE-STATUS.
           SELECT OPTIONAL CKP-FILE ASSIGN TO 'tokenrcl.ckp'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKP-FILE-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO 'smslast.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT OPTIONAL SAIDA-FILE ASSIGN USING WS-SAIDA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SAIDA-FILE-STATUS.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO 'token.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE            SECTION.
       FD  MASTER-FILE.
       COPY TOKENMST.
       FD  CANCEL-FILE.
       COPY TOKENCNL.
       FD  OPERADOR-FILE.
       COPY TOKENOPM.
       FD  CAMPANHA-FILE.
       COPY TOKENCPM.
       FD  CKP-FILE.
       01  CKP-RECORD.
           05  CKP-CAMPANHA        PIC X(08).
           05  CKP-OPERADOR        PIC X(08).
           05  CKP-DATAHORA-INICIO PIC X(14).
           05  CKP-FASE            PIC X(01).
               88  CKP-AVISO-GERADO    VALUE 'N'.
           05  CKP-PENDENTE        PIC X(01).
               88  CKP-TOKEN-PENDENTE  VALUE 'S'.
           05  CKP-TOKEN           PIC X(11).
           05  CKP-DATAHORA-TOKEN  PIC X(14).
           05  CKP-CANCELADOS      PIC 9(06).
           05  CKP-SEQ-AVISO       PIC 9(06).
       FD  CTL-FILE.
       01  CTL-RECORD.
           05  CTL-DATAHORA        PIC X(14).
           05  CTL-SEQUENCIA       PIC 9(06).
       FD  SAIDA-FILE.
       01  SAIDA-RECORD            PIC X(23).
       FD  LOCK-FILE.
       01  LOCK-RECORD             PIC X(01).
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-CANCEL-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-OPERADOR-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-CAMPANHA-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-CKP-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-SAIDA-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-WRITE-STATUS         PIC X(02) VALUE '00'.
       01  WS-LOCK-STATUS          PIC X(02) VALUE '00'.
       01  WS-LOCK-OBTIDO          PIC X VALUE 'N'.
           88  LOCK-OBTIDO         VALUE 'Y'.
       01  WS-TENTATIVAS-LOCK      PIC 9(03) VALUE ZERO.
       01  WS-MAX-TENTATIVAS-LOCK  PIC 9(03) VALUE 100.
       01  WS-NANOSSEGUNDOS-ESPERA PIC 9(18) VALUE 50000000.
       01  WS-PARM                 PIC X(80) VALUE SPACES.
       01  WS-CAMPANHA             PIC X(08) VALUE SPACES.
       01  WS-MODO                 PIC X(10) VALUE SPACES.
           88  MODO-CONFIRMAR      VALUE 'CONFIRMAR'.
       01  WS-OPERADOR             PIC X(08) VALUE SPACES.
       01  WS-OPERADOR-EVENTO      PIC X(08) VALUE SPACES.
       01  WS-SUPERVISOR-OK        PIC X VALUE 'N'.
           88  SUPERVISOR-OK       VALUE 'Y'.
       01  WS-CAMPANHA-ACHADA      PIC X VALUE 'N'.
           88  CAMPANHA-ACHADA     VALUE 'Y'.
       01  WS-CAMPANHA-ILEGIVEL    PIC X VALUE 'N'.
           88  CAMPANHA-ILEGIVEL   VALUE 'Y'.
       01  WS-CAMPANHA-SITUACAO    PIC X(01) VALUE SPACES.
           88  CAMPANHA-AINDA-ATIVA    VALUE 'A'.
       01  WS-CAMPANHA-DESCRICAO   PIC X(30) VALUE SPACES.
       01  WS-MOTIVO               PIC X(30) VALUE SPACES.
       01  WS-DATAHORA-AGORA       PIC X(14) VALUE SPACES.
       01  WS-DATAHORA-INICIO      PIC X(14) VALUE SPACES.
       01  WS-TOKEN-COMPLETO       PIC X(11) VALUE SPACES.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-PASSO-FALHOU         PIC X VALUE 'N'.
           88  PASSO-FALHOU        VALUE 'Y'.
       01  WS-REINICIADO           PIC X VALUE 'N'.
           88  REINICIADO          VALUE 'Y'.
       01  WS-EVENTO-ACHADO        PIC X VALUE 'N'.
           88  EVENTO-ACHADO       VALUE 'Y'.
       01  WS-CKP-NOME             PIC X(14) VALUE 'tokenrcl.ckp'.
      *    The checkpoint as read on restart - the FD record is not
      *    to be relied on once tokenrcl.ckp is closed.
       01  WS-CKP-FASE             PIC X(01) VALUE SPACES.
           88  AVISO-JA-GERADO     VALUE 'N'.
       01  WS-CKP-PENDENTE         PIC X(01) VALUE 'N'.
           88  TOKEN-PENDENTE      VALUE 'S'.
       01  WS-CKP-TOKEN            PIC X(11) VALUE SPACES.
       01  WS-CKP-DATAHORA-TOKEN   PIC X(14) VALUE SPACES.
       01  WS-CKP-OPERADOR         PIC X(08) VALUE SPACES.
       01  WS-CKP-SEQ-AVISO        PIC 9(06) VALUE ZERO.
       01  WS-QTD-ATIVOS           PIC 9(06) VALUE ZERO.
       01  WS-QTD-VINCULADOS       PIC 9(06) VALUE ZERO.
       01  WS-QTD-RESERVADOS       PIC 9(06) VALUE ZERO.
       01  WS-QTD-UTILIZADOS       PIC 9(06) VALUE ZERO.
       01  WS-QTD-JA-CANCELADOS    PIC 9(06) VALUE ZERO.
       01  WS-CANCELADOS           PIC 9(06) VALUE ZERO.
       01  WS-FALHAS               PIC 9(06) VALUE ZERO.
      *    Cancellation notice to the SMS gateway
       01  WS-ULTIMA-DATAHORA      PIC X(14) VALUE '00000000000000'.
       01  WS-SEQUENCIA            PIC 9(06) VALUE ZERO.
       01  WS-SAIDA-NOME           PIC X(16) VALUE SPACES.
       01  WS-QTD-AVISOS           PIC 9(06) VALUE ZERO.
       01  WS-AVISADOS             PIC 9(06) VALUE ZERO.
       01  WS-HASH-TOTAL           PIC 9(15) VALUE ZERO.
       01  WS-RELIDOS              PIC 9(06) VALUE ZERO.
       01  WS-HASH-RELIDO          PIC 9(15) VALUE ZERO.
       01  WS-TRAILER-OK           PIC X VALUE 'N'.
           88  TRAILER-OK          VALUE 'Y'.
       01  WS-HEADER-OK            PIC X VALUE 'N'.
           88  HEADER-OK           VALUE 'Y'.
       01  WS-REG-HEADER.
           05  WS-RH-TIPO          PIC X(01) VALUE 'C'.
           05  WS-RH-DATA          PIC X(08).
           05  WS-RH-SEQUENCIA     PIC 9(06).
       01  WS-REG-DETALHE.
           05  WS-RD-TIPO          PIC X(01) VALUE 'D'.
           05  WS-RD-TOKEN         PIC X(11).
           05  WS-RD-CELULAR       PIC X(11).
       01  WS-REG-TRAILER.
           05  WS-RT-TIPO          PIC X(01) VALUE 'T'.
           05  WS-RT-QTDE          PIC 9(06).
           05  WS-RT-HASH          PIC 9(15).
       01  WS-REG-LIDO             PIC X(23) VALUE SPACES.
       01  WS-REG-LIDO-TRAILER REDEFINES WS-REG-LIDO.
           05  WS-RL-TIPO          PIC X(01).
           05  WS-RL-QTDE          PIC 9(06).
           05  WS-RL-HASH          PIC 9(15).
       01  WS-REG-LIDO-HEADER REDEFINES WS-REG-LIDO.
           05  FILLER              PIC X(01).
           05  WS-RLH-DATA         PIC X(08).
           05  WS-RLH-SEQUENCIA    PIC X(06).
           05  FILLER              PIC X(08).
       01  WS-LINHA-TOKEN.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LT-SITUACAO      PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-LT-TOKEN         PIC X(11).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LT-DATAHORA      PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LT-CELULAR       PIC X(11).
       PROCEDURE       DIVISION.
       PROGRAMA-PRINCIPAL.
           PERFORM OBTER-PARAMETROS
           IF WS-CAMPANHA = SPACES
                   OR (WS-MODO NOT = SPACES AND NOT MODO-CONFIRMAR)
               DISPLAY 'TOKENRCL: uso: tokenrcl <campanha> [confirmar]'
               STOP RUN
           END-IF
           STRING 'RECALL CAMPANHA ' WS-CAMPANHA
               DELIMITED BY SIZE INTO WS-MOTIVO
           PERFORM LER-CAMPANHA
           IF NOT MODO-CONFIRMAR
               PERFORM EXIBIR-PREVIA
               STOP RUN
           END-IF
           PERFORM OBTER-LOCK
           IF NOT LOCK-OBTIDO
               DISPLAY 'TOKENRCL: token.lck ocupado - tente mais tarde'
               STOP RUN
           END-IF
           PERFORM CONFERIR-SUPERVISOR
           IF NOT SUPERVISOR-OK
               DISPLAY 'TOKENRCL: operador ' WS-OPERADOR
                   ' sem alcada de supervisor com perfil CANCELA - '
                   'recall recusado'
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF
      *>   Without campanha.idx there is no telling whether the
      *>   campaign still issues - the voids would race new tokens.
           IF CAMPANHA-ILEGIVEL
               DISPLAY 'TOKENRCL: situacao da campanha ' WS-CAMPANHA
                   ' desconhecida - recall recusado'
               PERFORM LIBERAR-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CAMPANHA-AINDA-ATIVA
               DISPLAY 'TOKENRCL: campanha ' WS-CAMPANHA
                   ' ainda ativa - desative-a antes (tokencpm '
                   'desativar)'
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF
           PERFORM LER-CHECKPOINT
           IF PASSO-FALHOU
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF
           OPEN I-O MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
                   AND WS-MASTER-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCL: erro ao abrir token.idx, status '
                   WS-MASTER-FILE-STATUS
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF
           PERFORM EXECUTAR-RECALL
           CLOSE MASTER-FILE
           PERFORM LIBERAR-LOCK
           STOP RUN.

       OBTER-PARAMETROS.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL ' '
               INTO WS-CAMPANHA WS-MODO
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
           ACCEPT WS-OPERADOR FROM ENVIRONMENT 'TOKEN_OPERADOR'.

       LER-CAMPANHA.
      *>   The campaign master only informs the run - tokens carry
      *>   the code whether or not the campaign is still on file.
           MOVE 'N' TO WS-CAMPANHA-ACHADA
           OPEN INPUT CAMPANHA-FILE
           IF WS-CAMPANHA-FILE-STATUS = '00'
                   OR WS-CAMPANHA-FILE-STATUS = '05'
               MOVE WS-CAMPANHA TO CAMPANHA-CODIGO
               READ CAMPANHA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CAMPANHA-ACHADA
                       MOVE CAMPANHA-SITUACAO TO WS-CAMPANHA-SITUACAO
                       MOVE CAMPANHA-DESCRICAO
                           TO WS-CAMPANHA-DESCRICAO
               END-READ
               CLOSE CAMPANHA-FILE
           ELSE
               DISPLAY 'TOKENRCL: erro ao abrir campanha.idx, status '
                   WS-CAMPANHA-FILE-STATUS
               MOVE 'Y' TO WS-CAMPANHA-ILEGIVEL
           END-IF.

       CONFERIR-SUPERVISOR.
      *> Same vouching as tokenest: the workstation profile names the
      *> operator, the operator master must show it active with the
      *> SUPERVISOR role - and with CANCELA, since the voids are
      *> written in its name exactly as tokencan would write them.
           MOVE 'N' TO WS-SUPERVISOR-OK
           IF WS-OPERADOR NOT = SPACES
               OPEN INPUT OPERADOR-FILE
               IF WS-OPERADOR-FILE-STATUS NOT = '00'
                       AND WS-OPERADOR-FILE-STATUS NOT = '05'
                   DISPLAY 'TOKENRCL: erro ao abrir operador.idx, '
                       'status ' WS-OPERADOR-FILE-STATUS
               ELSE
                   MOVE WS-OPERADOR TO OPERADOR-ID
                   READ OPERADOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPERADOR-ATIVO AND OPERADOR-SUPERVISOR
                                   AND OPERADOR-CANCELA
                               MOVE 'Y' TO WS-SUPERVISOR-OK
                           END-IF
                   END-READ
                   CLOSE OPERADOR-FILE
               END-IF
           END-IF.

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

       EXIBIR-CABECALHO.
           DISPLAY '============================================='
           DISPLAY 'TOKENRCL - RECALL DA CAMPANHA ' WS-CAMPANHA
           IF CAMPANHA-ACHADA
               DISPLAY '  ' WS-CAMPANHA-DESCRICAO
                   '  SITUACAO: ' WS-CAMPANHA-SITUACAO
           ELSE
               DISPLAY '  (CAMPANHA NAO CADASTRADA EM campanha.idx)'
           END-IF
           DISPLAY '============================================='.

       EXIBIR-PREVIA.
      *>   Read-only: no lock, no authority, nothing rewritten.
           PERFORM EXIBIR-CABECALHO
           DISPLAY 'PREVIA - TOKENS ATIVOS A CANCELAR:'
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
                   AND WS-MASTER-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCL: erro ao abrir token.idx, status '
                   WS-MASTER-FILE-STATUS
           ELSE
               PERFORM POSICIONAR-INICIO
               PERFORM UNTIL FIM-ARQUIVO
                   READ MASTER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TOKEN-MASTER-CAMPANHA = WS-CAMPANHA
                               PERFORM CLASSIFICAR-PREVIA
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'ATIVOS A CANCELAR: ' WS-QTD-ATIVOS
                   '  (COM CELULAR: ' WS-QTD-VINCULADOS ')'
               PERFORM LISTAR-MANTIDOS
               CLOSE MASTER-FILE
               DISPLAY 'JA CANCELADOS:     ' WS-QTD-JA-CANCELADOS
               IF CAMPANHA-AINDA-ATIVA
                   DISPLAY 'TOKENRCL: campanha ainda ativa - '
                       'desative-a (tokencpm desativar) antes de '
                       'confirmar'
               END-IF
               IF WS-QTD-ATIVOS > ZERO
                   DISPLAY 'TOKENRCL: para cancelar: tokenrcl '
                       WS-CAMPANHA ' confirmar'
               END-IF
           END-IF.

       CLASSIFICAR-PREVIA.
           EVALUATE TRUE
           WHEN TOKEN-MASTER-ATIVO
               ADD 1 TO WS-QTD-ATIVOS
               IF TOKEN-MASTER-CELULAR NOT = SPACES
                   ADD 1 TO WS-QTD-VINCULADOS
               END-IF
               MOVE 'A CANCELAR' TO WS-LT-SITUACAO
               MOVE TOKEN-MASTER-DATAHORA TO WS-LT-DATAHORA
               PERFORM EXIBIR-LINHA-TOKEN
           WHEN TOKEN-MASTER-CANCELADO
               ADD 1 TO WS-QTD-JA-CANCELADOS
           END-EVALUATE.

       POSICIONAR-INICIO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO TOKEN-MASTER-TOKEN
           START MASTER-FILE KEY NOT < TOKEN-MASTER-TOKEN
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-ARQUIVO
           END-START.

       EXIBIR-LINHA-TOKEN.
           MOVE TOKEN-MASTER-TOKEN TO WS-LT-TOKEN
           MOVE TOKEN-MASTER-CELULAR TO WS-LT-CELULAR
           DISPLAY WS-LINHA-TOKEN.

       LISTAR-MANTIDOS.
      *>   Held and redeemed tokens stay as they are - listed on their
      *>   own so the sponsor can see what the recall did not reach.
           MOVE ZERO TO WS-QTD-RESERVADOS
           MOVE ZERO TO WS-QTD-UTILIZADOS
           DISPLAY 'MANTIDOS (RESERVADOS / UTILIZADOS):'
           PERFORM POSICIONAR-INICIO
           PERFORM UNTIL FIM-ARQUIVO
               READ MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TOKEN-MASTER-CAMPANHA = WS-CAMPANHA
                           PERFORM LISTAR-UM-MANTIDO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'RESERVADOS:        ' WS-QTD-RESERVADOS
           DISPLAY 'UTILIZADOS:        ' WS-QTD-UTILIZADOS.

       LISTAR-UM-MANTIDO.
           EVALUATE TRUE
           WHEN TOKEN-MASTER-RESERVADO
               ADD 1 TO WS-QTD-RESERVADOS
               MOVE 'RESERVADO' TO WS-LT-SITUACAO
               MOVE TOKEN-MASTER-DATAHORA-RESERVA TO WS-LT-DATAHORA
               PERFORM EXIBIR-LINHA-TOKEN
           WHEN TOKEN-MASTER-UTILIZADO
               ADD 1 TO WS-QTD-UTILIZADOS
               MOVE 'UTILIZADO' TO WS-LT-SITUACAO
               MOVE TOKEN-MASTER-DATAHORA-RESGATE TO WS-LT-DATAHORA
               PERFORM EXIBIR-LINHA-TOKEN
           END-EVALUATE.

       LER-CHECKPOINT.
      *>   OPTIONAL leaves a missing checkpoint "open" with status
      *>   '05' and at-end on the first READ - close it either way.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATAHORA-INICIO
           OPEN INPUT CKP-FILE
           IF WS-CKP-FILE-STATUS = '00'
                   OR WS-CKP-FILE-STATUS = '05'
               READ CKP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VALIDAR-CHECKPOINT
               END-READ
               CLOSE CKP-FILE
           ELSE
               IF WS-CKP-FILE-STATUS NOT = '35'
                   DISPLAY 'TOKENRCL: erro ao ler tokenrcl.ckp, '
                       'status ' WS-CKP-FILE-STATUS
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       VALIDAR-CHECKPOINT.
      *>   Unlike a generation block, a recall checkpoint cannot just
      *>   be ignored when it is unreadable or belongs to another
      *>   campaign - it may name a token whose cancel.txt event is
      *>   still owed.
           EVALUATE TRUE
           WHEN CKP-CANCELADOS NOT NUMERIC
                   OR CKP-DATAHORA-INICIO NOT NUMERIC
               DISPLAY 'TOKENRCL: tokenrcl.ckp ilegivel - recall '
                   'recusado; confira cancel.txt e remova-o'
               MOVE 'Y' TO WS-PASSO-FALHOU
           WHEN CKP-CAMPANHA NOT = WS-CAMPANHA
               DISPLAY 'TOKENRCL: recall da campanha ' CKP-CAMPANHA
                   ' pendente em tokenrcl.ckp - conclua-o antes'
               MOVE 'Y' TO WS-PASSO-FALHOU
           WHEN OTHER
               MOVE 'Y' TO WS-REINICIADO
               MOVE CKP-DATAHORA-INICIO TO WS-DATAHORA-INICIO
               MOVE CKP-FASE TO WS-CKP-FASE
               MOVE CKP-PENDENTE TO WS-CKP-PENDENTE
               MOVE CKP-TOKEN TO WS-CKP-TOKEN
               MOVE CKP-DATAHORA-TOKEN TO WS-CKP-DATAHORA-TOKEN
               MOVE CKP-OPERADOR TO WS-CKP-OPERADOR
               MOVE CKP-CANCELADOS TO WS-CANCELADOS
      *>           Blank on a checkpoint taken before the notice's
      *>           number was recorded - nothing left to advance.
               IF CKP-SEQ-AVISO IS NUMERIC
                   MOVE CKP-SEQ-AVISO TO WS-CKP-SEQ-AVISO
               ELSE
                   MOVE ZERO TO WS-CKP-SEQ-AVISO
               END-IF
               DISPLAY 'TOKENRCL: reiniciado de tokenrcl.ckp - recall '
                   'iniciado em ' CKP-DATAHORA-INICIO ' por '
                   CKP-OPERADOR ', ' CKP-CANCELADOS ' ja cancelado(s)'
           END-EVALUATE.

       GRAVAR-CHECKPOINT.
      *> Rewritten whole around every token - a checkpoint is a single
      *> small record, and OUTPUT truncate-and-write leaves either the
      *> old record or the new one on disk, never half of each.
           OPEN OUTPUT CKP-FILE
           IF WS-CKP-FILE-STATUS = '00'
                   OR WS-CKP-FILE-STATUS = '05'
               MOVE WS-CAMPANHA TO CKP-CAMPANHA
               MOVE WS-OPERADOR-EVENTO TO CKP-OPERADOR
               MOVE WS-DATAHORA-INICIO TO CKP-DATAHORA-INICIO
               MOVE WS-CKP-FASE TO CKP-FASE
               MOVE WS-CKP-PENDENTE TO CKP-PENDENTE
               MOVE WS-TOKEN-COMPLETO TO CKP-TOKEN
               MOVE WS-DATAHORA-AGORA TO CKP-DATAHORA-TOKEN
               MOVE WS-CANCELADOS TO CKP-CANCELADOS
               MOVE WS-CKP-SEQ-AVISO TO CKP-SEQ-AVISO
               WRITE CKP-RECORD
               MOVE WS-CKP-FILE-STATUS TO WS-WRITE-STATUS
               CLOSE CKP-FILE
               IF WS-WRITE-STATUS = '00'
                   MOVE WS-CKP-FILE-STATUS TO WS-WRITE-STATUS
               END-IF
           ELSE
               MOVE WS-CKP-FILE-STATUS TO WS-WRITE-STATUS
           END-IF
           IF WS-WRITE-STATUS NOT = '00'
      *>       Without a checkpoint the run is no longer restartable
      *>       - stop before voiding anything else.
               DISPLAY 'TOKENRCL: erro ao gravar tokenrcl.ckp, '
                   'status ' WS-WRITE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           END-IF.

       EXECUTAR-RECALL.
           PERFORM EXIBIR-CABECALHO
           MOVE WS-OPERADOR TO WS-OPERADOR-EVENTO
           IF REINICIADO AND AVISO-JA-GERADO
      *>       The notice is already with the gateway - do not send it
      *>       again; at most the control file's advance is owed.
               PERFORM CONCLUIR-AVISO
               IF NOT PASSO-FALHOU
                   DISPLAY 'TOKENRCL: recall ja concluido e aviso SMS '
                       'ja gerado - checkpoint removido'
                   CALL "CBL_DELETE_FILE" USING WS-CKP-NOME
                   END-CALL
               ELSE
                   DISPLAY 'TOKENRCL: recall interrompido - '
                       'tokenrcl.ckp mantido, rode de novo para '
                       'continuar'
               END-IF
           ELSE
               IF REINICIADO AND TOKEN-PENDENTE
                   PERFORM RESOLVER-PENDENTE
               END-IF
               IF NOT PASSO-FALHOU
                   PERFORM RECOLHER-TOKENS
               END-IF
               IF NOT PASSO-FALHOU
                   PERFORM LISTAR-MANTIDOS
                   PERFORM GERAR-AVISO
               END-IF
               IF NOT PASSO-FALHOU
                   MOVE 'N' TO WS-CKP-FASE
                   MOVE 'N' TO WS-CKP-PENDENTE
                   PERFORM GRAVAR-CHECKPOINT
                   CALL "CBL_DELETE_FILE" USING WS-CKP-NOME
                   END-CALL
               ELSE
                   DISPLAY 'TOKENRCL: recall interrompido - '
                       'tokenrcl.ckp mantido, rode de novo para '
                       'continuar'
               END-IF
               DISPLAY 'CANCELADOS PELO RECALL: ' WS-CANCELADOS
               DISPLAY 'FALHAS DE REGRAVACAO:   ' WS-FALHAS
               DISPLAY 'AVISOS SMS:             ' WS-AVISADOS
           END-IF.

       CONCLUIR-AVISO.
      *>   The notice was written, proved and checkpointed under
      *>   WS-CKP-SEQ-AVISO; if smslast.ctl is still short of that
      *>   number the previous run stopped before advancing it.
           IF WS-CKP-SEQ-AVISO NOT = ZERO
               PERFORM LER-CONTROLE
               IF NOT PASSO-FALHOU
                   IF WS-SEQUENCIA < WS-CKP-SEQ-AVISO
                       MOVE WS-CKP-SEQ-AVISO TO WS-RH-SEQUENCIA
                       PERFORM GRAVAR-CONTROLE
                       IF NOT PASSO-FALHOU
                           DISPLAY 'TOKENRCL: smslast.ctl avancado '
                               'para a sequencia ' WS-RH-SEQUENCIA
                               ' do aviso ja gerado'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RESOLVER-PENDENTE.
      *>   The previous run stopped between checkpointing a token and
      *>   confirming its event. If the master shows that very void
      *>   (same cancel stamp), the event is owed unless cancel.txt
      *>   already has it; if the master is unchanged, the sweep
      *>   simply picks the token up again.
           MOVE WS-CKP-TOKEN TO WS-TOKEN-COMPLETO
           MOVE WS-CKP-DATAHORA-TOKEN TO WS-DATAHORA-AGORA
           MOVE WS-CKP-TOKEN TO TOKEN-MASTER-TOKEN
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TOKEN-MASTER-CANCELADO
                           AND TOKEN-MASTER-DATAHORA-CANCEL
                               = WS-CKP-DATAHORA-TOKEN
                       PERFORM PROCURAR-EVENTO-PENDENTE
                       IF NOT EVENTO-ACHADO
                           MOVE WS-CKP-OPERADOR TO WS-OPERADOR-EVENTO
                           PERFORM GRAVAR-EVENTO-CANCEL
                           MOVE WS-OPERADOR TO WS-OPERADOR-EVENTO
                           IF WS-WRITE-STATUS NOT = '00'
                               MOVE 'Y' TO WS-PASSO-FALHOU
                           ELSE
                               DISPLAY 'TOKENRCL: evento pendente do '
                                   'token ' WS-CKP-TOKEN ' gravado'
                           END-IF
                       END-IF
                       IF NOT PASSO-FALHOU
                           ADD 1 TO WS-CANCELADOS
                       END-IF
                   END-IF
           END-READ
           IF NOT PASSO-FALHOU
               MOVE 'N' TO WS-CKP-PENDENTE
               PERFORM GRAVAR-CHECKPOINT
           END-IF.

       PROCURAR-EVENTO-PENDENTE.
           MOVE 'N' TO WS-EVENTO-ACHADO
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT CANCEL-FILE
           IF WS-CANCEL-FILE-STATUS NOT = '00'
                   AND WS-CANCEL-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCL: erro ao abrir cancel.txt, status '
                   WS-CANCEL-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO OR EVENTO-ACHADO
                   READ CANCEL-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CANCEL-RECORD-TOKEN
                                       (1:TOKENCFG-COMPRIMENTO)
                               = WS-CKP-TOKEN(1:TOKENCFG-COMPRIMENTO)
                                   AND CANCEL-RECORD-DATAHORA
                                       = WS-CKP-DATAHORA-TOKEN
                               MOVE 'Y' TO WS-EVENTO-ACHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
           END-IF.

       RECOLHER-TOKENS.
      *>   Only ATIVO tokens are ever selected, so whatever an earlier
      *>   interrupted run already voided is passed over here.
           DISPLAY 'TOKENS CANCELADOS:'
           PERFORM POSICIONAR-INICIO
           PERFORM UNTIL FIM-ARQUIVO
               READ MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TOKEN-MASTER-CAMPANHA = WS-CAMPANHA
                               AND TOKEN-MASTER-ATIVO
                           PERFORM CANCELAR-TOKEN-RECALL
                           IF PASSO-FALHOU
                               MOVE 'Y' TO WS-FIM-ARQUIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CANCELAR-TOKEN-RECALL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATAHORA-AGORA
           MOVE TOKEN-MASTER-TOKEN TO WS-TOKEN-COMPLETO
      *>   Checkpoint first: if the run dies after the REWRITE but
      *>   before the event, the rerun knows which token and which
      *>   stamp to settle.
           MOVE 'S' TO WS-CKP-PENDENTE
           PERFORM GRAVAR-CHECKPOINT
           IF NOT PASSO-FALHOU
               MOVE 'C' TO TOKEN-MASTER-SITUACAO
               MOVE WS-DATAHORA-AGORA TO TOKEN-MASTER-DATAHORA-CANCEL
               MOVE WS-MOTIVO TO TOKEN-MASTER-MOTIVO-CANCEL
               REWRITE TOKEN-MASTER
               IF WS-MASTER-FILE-STATUS NOT = '00'
                   DISPLAY 'TOKENRCL: erro ao regravar token '
                       WS-TOKEN-COMPLETO ', status '
                       WS-MASTER-FILE-STATUS
                   ADD 1 TO WS-FALHAS
               ELSE
                   PERFORM GRAVAR-EVENTO-CANCEL
                   IF WS-WRITE-STATUS = '00'
                       ADD 1 TO WS-CANCELADOS
                       MOVE 'CANCELADO' TO WS-LT-SITUACAO
                       MOVE TOKEN-MASTER-DATAHORA TO WS-LT-DATAHORA
                       PERFORM EXIBIR-LINHA-TOKEN
                   ELSE
      *>               Master voided, event missing - leave the
      *>               checkpoint pending and stop; the rerun
      *>               writes the event.
                       MOVE 'Y' TO WS-PASSO-FALHOU
                   END-IF
               END-IF
               IF NOT PASSO-FALHOU
                   MOVE 'N' TO WS-CKP-PENDENTE
                   PERFORM GRAVAR-CHECKPOINT
               END-IF
           END-IF.

       GRAVAR-EVENTO-CANCEL.
           OPEN EXTEND CANCEL-FILE
           MOVE WS-CANCEL-FILE-STATUS TO WS-WRITE-STATUS
           IF WS-CANCEL-FILE-STATUS = '00'
                   OR WS-CANCEL-FILE-STATUS = '05'
               MOVE SPACES TO CANCEL-RECORD
               MOVE WS-TOKEN-COMPLETO(1:TOKENCFG-COMPRIMENTO)
                   TO CANCEL-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               IF TOKENCFG-ALFA-CHECK
                   MOVE WS-TOKEN-COMPLETO(TOKENCFG-COMPRIMENTO + 1:1)
                       TO CANCEL-RECORD-CHECK
               END-IF
               MOVE WS-DATAHORA-AGORA TO CANCEL-RECORD-DATAHORA
               MOVE WS-MOTIVO TO CANCEL-RECORD-MOTIVO
               MOVE WS-OPERADOR-EVENTO TO CANCEL-RECORD-OPERADOR
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
               DISPLAY 'TOKENRCL: erro ao gravar cancel.txt, status '
                   WS-WRITE-STATUS
           END-IF.

       GERAR-AVISO.
      *>   Selected from the master, not from this run's sweep, so
      *>   the tokens voided before an interruption are notified too.
           PERFORM CONTAR-AVISOS
           IF WS-QTD-AVISOS = ZERO
               DISPLAY 'TOKENRCL: nenhum token vinculado a celular - '
                   'sem aviso SMS'
           ELSE
               PERFORM LER-CONTROLE
               IF NOT PASSO-FALHOU
                   PERFORM GRAVAR-AVISO
               END-IF
               IF NOT PASSO-FALHOU
                   PERFORM CONFERIR-AVISO
               END-IF
      *>       The checkpoint records the notice and its number
      *>       before the control file moves - a rerun after a stop
      *>       in between must advance smslast.ctl, not send the
      *>       customers a second text.
               IF NOT PASSO-FALHOU
                   MOVE 'N' TO WS-CKP-FASE
                   MOVE 'N' TO WS-CKP-PENDENTE
                   MOVE WS-RH-SEQUENCIA TO WS-CKP-SEQ-AVISO
                   PERFORM GRAVAR-CHECKPOINT
               END-IF
               IF PASSO-FALHOU
                   DISPLAY 'TOKENRCL: aviso SMS NAO liberado - '
                       'controle inalterado'
                   CALL "CBL_DELETE_FILE" USING WS-SAIDA-NOME
                   END-CALL
               ELSE
                   PERFORM GRAVAR-CONTROLE
                   IF PASSO-FALHOU
                       DISPLAY 'TOKENRCL: aviso ' WS-SAIDA-NOME
                           ' gerado mas smslast.ctl nao avancado'
                   ELSE
                       DISPLAY 'TOKENRCL: ' WS-AVISADOS
                           ' aviso(s) de cancelamento em '
                           WS-SAIDA-NOME ', sequencia '
                           WS-RH-SEQUENCIA
                   END-IF
               END-IF
           END-IF.

       CONTAR-AVISOS.
           MOVE ZERO TO WS-QTD-AVISOS
           PERFORM POSICIONAR-INICIO
           PERFORM UNTIL FIM-ARQUIVO
               READ MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TOKEN-MASTER-CAMPANHA = WS-CAMPANHA
                               AND TOKEN-MASTER-CANCELADO
                               AND TOKEN-MASTER-MOTIVO-CANCEL
                                   = WS-MOTIVO
                               AND TOKEN-MASTER-DATAHORA-CANCEL
                                   >= WS-DATAHORA-INICIO
                               AND TOKEN-MASTER-CELULAR NOT = SPACES
                           ADD 1 TO WS-QTD-AVISOS
                       END-IF
               END-READ
           END-PERFORM.

       LER-CONTROLE.
      *>   The notice takes the next number of the nightly extract
      *>   sequence - an unreadable control file refuses it, exactly
      *>   as TOKENSMS refuses to extract.
           OPEN INPUT CTL-FILE
           IF WS-CTL-FILE-STATUS = '00' OR WS-CTL-FILE-STATUS = '05'
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-RECORD IS NUMERIC
                           MOVE CTL-DATAHORA TO WS-ULTIMA-DATAHORA
                           MOVE CTL-SEQUENCIA TO WS-SEQUENCIA
                       ELSE
                           DISPLAY 'TOKENRCL: smslast.ctl ilegivel - '
                               'aviso SMS recusado'
                           MOVE 'Y' TO WS-PASSO-FALHOU
                       END-IF
               END-READ
               CLOSE CTL-FILE
           ELSE
               DISPLAY 'TOKENRCL: erro ao ler smslast.ctl, status '
                   WS-CTL-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           END-IF.

       GRAVAR-AVISO.
           COMPUTE WS-RH-SEQUENCIA = WS-SEQUENCIA + 1
           MOVE SPACES TO WS-SAIDA-NOME
           STRING 'smscan' WS-RH-SEQUENCIA '.txt'
               DELIMITED BY SIZE INTO WS-SAIDA-NOME
           OPEN OUTPUT SAIDA-FILE
           IF WS-SAIDA-FILE-STATUS NOT = '00'
                   AND WS-SAIDA-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCL: erro ao abrir ' WS-SAIDA-NOME
                   ', status ' WS-SAIDA-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RH-DATA
               WRITE SAIDA-RECORD FROM WS-REG-HEADER
               IF WS-SAIDA-FILE-STATUS NOT = '00'
                   DISPLAY 'TOKENRCL: erro ao gravar ' WS-SAIDA-NOME
                       ', status ' WS-SAIDA-FILE-STATUS
                   MOVE 'Y' TO WS-PASSO-FALHOU
               ELSE
                   MOVE ZERO TO WS-AVISADOS
                   MOVE ZERO TO WS-HASH-TOTAL
                   PERFORM POSICIONAR-INICIO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ MASTER-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF TOKEN-MASTER-CAMPANHA = WS-CAMPANHA
                                       AND TOKEN-MASTER-CANCELADO
                                       AND TOKEN-MASTER-MOTIVO-CANCEL
                                           = WS-MOTIVO
                                       AND TOKEN-MASTER-DATAHORA-CANCEL
                                           >= WS-DATAHORA-INICIO
                                       AND TOKEN-MASTER-CELULAR
                                           NOT = SPACES
                                   PERFORM GRAVAR-DETALHE-AVISO
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE WS-AVISADOS TO WS-RT-QTDE
                   MOVE WS-HASH-TOTAL TO WS-RT-HASH
                   WRITE SAIDA-RECORD FROM WS-REG-TRAILER
                   IF WS-SAIDA-FILE-STATUS NOT = '00'
                       DISPLAY 'TOKENRCL: erro ao gravar '
                           WS-SAIDA-NOME ', status '
                           WS-SAIDA-FILE-STATUS
                       MOVE 'Y' TO WS-PASSO-FALHOU
                   END-IF
               END-IF
               CLOSE SAIDA-FILE
           END-IF.

       GRAVAR-DETALHE-AVISO.
           MOVE TOKEN-MASTER-TOKEN TO WS-TOKEN-COMPLETO
           MOVE WS-TOKEN-COMPLETO TO WS-RD-TOKEN
           MOVE TOKEN-MASTER-CELULAR TO WS-RD-CELULAR
           WRITE SAIDA-RECORD FROM WS-REG-DETALHE
           IF WS-SAIDA-FILE-STATUS = '00'
               ADD 1 TO WS-AVISADOS
               COMPUTE WS-HASH-TOTAL = FUNCTION MOD(WS-HASH-TOTAL
                   + FUNCTION NUMVAL(
                       WS-TOKEN-COMPLETO(1:TOKENCFG-COMPRIMENTO)),
                   1000000000000000)
           ELSE
               DISPLAY 'TOKENRCL: erro ao gravar ' WS-SAIDA-NOME
                   ', status ' WS-SAIDA-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
               MOVE 'Y' TO WS-FIM-ARQUIVO
           END-IF.

       CONFERIR-AVISO.
      *>   Read the notice back off the disk and prove the trailer
      *>   against what is really there before it is handed over.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE 'N' TO WS-TRAILER-OK
           MOVE 'N' TO WS-HEADER-OK
           MOVE ZERO TO WS-RELIDOS
           MOVE ZERO TO WS-HASH-RELIDO
           OPEN INPUT SAIDA-FILE
           IF WS-SAIDA-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENRCL: erro ao reler ' WS-SAIDA-NOME
                   ', status ' WS-SAIDA-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ SAIDA-FILE INTO WS-REG-LIDO
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM CONFERIR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE SAIDA-FILE
               IF NOT TRAILER-OK
                   DISPLAY 'TOKENRCL: trailer nao confere em '
                       WS-SAIDA-NOME ' - relido ' WS-RELIDOS
                       ' detalhe(s)'
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       CONFERIR-REGISTRO.
      *>   Exactly one 'C' header, first, carrying this notice's own
      *>   number - a detail or trailer ahead of it, or a second
      *>   header, fails the readback.
           EVALUATE TRUE
           WHEN WS-RL-TIPO = 'C' AND NOT HEADER-OK
                   AND WS-RELIDOS = ZERO
                   AND WS-RLH-SEQUENCIA = WS-RH-SEQUENCIA
               MOVE 'Y' TO WS-HEADER-OK
           WHEN WS-RL-TIPO = 'D' AND HEADER-OK
               ADD 1 TO WS-RELIDOS
               COMPUTE WS-HASH-RELIDO = FUNCTION MOD(WS-HASH-RELIDO
                   + FUNCTION NUMVAL(
                       WS-REG-LIDO(2:TOKENCFG-COMPRIMENTO)),
                   1000000000000000)
           WHEN WS-RL-TIPO = 'T' AND HEADER-OK
               IF WS-RL-QTDE = WS-RELIDOS
                       AND WS-RL-HASH = WS-HASH-RELIDO
                       AND WS-RL-QTDE = WS-AVISADOS
                   MOVE 'Y' TO WS-TRAILER-OK
               END-IF
           WHEN OTHER
               MOVE 'N' TO WS-TRAILER-OK
               MOVE 'Y' TO WS-FIM-ARQUIVO
           END-EVALUATE.

       GRAVAR-CONTROLE.
      *>   Only the sequence moves - the high-water datahora belongs
      *>   to the nightly extract and must stand as it was.
           OPEN OUTPUT CTL-FILE
           IF WS-CTL-FILE-STATUS = '00' OR WS-CTL-FILE-STATUS = '05'
               MOVE WS-ULTIMA-DATAHORA TO CTL-DATAHORA
               MOVE WS-RH-SEQUENCIA TO CTL-SEQUENCIA
               WRITE CTL-RECORD
               MOVE WS-CTL-FILE-STATUS TO WS-WRITE-STATUS
               CLOSE CTL-FILE
      *>         A failed WRITE must not be masked by a CLOSE that
      *>         then succeeds.
               IF WS-WRITE-STATUS = '00'
                   MOVE WS-CTL-FILE-STATUS TO WS-WRITE-STATUS
               END-IF
           ELSE
               MOVE WS-CTL-FILE-STATUS TO WS-WRITE-STATUS
           END-IF
      *>   The notice is out under this number - if smslast.ctl did
      *>   not take it, keep the checkpoint so the rerun advances it
      *>   before TOKENSMS can reuse the number.
           IF WS-WRITE-STATUS NOT = '00'
               DISPLAY 'TOKENRCL: erro ao gravar smslast.ctl, status '
                   WS-WRITE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           END-IF.
       END PROGRAM     TOKENRCL.
