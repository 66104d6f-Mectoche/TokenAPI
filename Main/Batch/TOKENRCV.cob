       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TOKENRCV.
      *****************************************************************
      * Forward recovery of the token master (token.idx, see
      * TOKENMST.cpy) after it has been lost or damaged: restores the
      * newest good image copy TOKENBKP took (see TOKENIMG.cpy) and
      * rolls it forward with only the journal records written after
      * that copy's position markers, instead of a TOKENCNV replay of
      * every archive and ledger line since the beginning.
      *
      *     tokenrcv            newest copy that still proves out
      *     tokenrcv NNNNNN     that generation of tokbkp.ctl only
      *
      * Like TOKENCNV it refuses to load over a master that still
      * holds records: move the damaged token.idx aside first. The
      * whole run holds token.lck, so no teller can touch the master
      * while it is rebuilt.
      *
      * A copy is only used if it reads back with the record count
      * and hash total the catalog recorded; otherwise the next older
      * generation is tried (its markers are older too, so more of
      * the journals is replayed - the result is the same master).
      * Before anything is written the journals are checked against
      * the markers: token.txt must still hold the copy's last ledger
      * line (TOKENARC only carves old lines off the front, so it
      * does unless the copy is very old - then the only way back is
      * TOKENCNV), and no event log may be shorter than its marker.
      *
      * The roll-forward applies, on top of the restored records:
      *   - token.txt lines after the marker line, as new tokens the
      *     way TOKENCNV loads them (a key already present is counted
      *     as a duplicate and left alone);
      *   - the events after each marker from reserva.txt,
      *     resgate.txt, estorno.txt and cancel.txt, merged by an
      *     internal SORT into the order they happened (timestamp;
      *     within one second holds, then redemptions, reversals and
      *     voids, each in file order) and applied with the same
      *     transitions the online programs made - hold A->R,
      *     release/sweep R->A, redemption ->U, reversal U->A only
      *     for the very redemption it reversed, void A->C. A hold
      *     confirmation has no master effect of its own (its
      *     resgate.txt event carries it). An event the master state
      *     does not allow is counted as ignored, not forced.
      *
      * Ends with a count-balanced proof report in the manner of
      * TOKENARC's: the copy read back = records restored; for each
      * journal, read = before the marker + applied + ignored; and
      * token.idx recounted = restored + new tokens. Any failure or
      * imbalance ends with exit code 8; if token.idx was already
      * being written it is left incomplete and must be removed
      * before the rerun.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'token.idx'
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
           SELECT SORT-ARQ ASSIGN TO 'tokenrcv.srt'.
       DATA DIVISION.
       FILE            SECTION.
       FD  MASTER-FILE.
       COPY TOKENMST.
       FD  IMAGEM-FILE.
       COPY TOKENMST REPLACING LEADING ==TOKEN-MASTER==
           BY ==IMAGEM-MASTER==.
       FD  CATALOGO-FILE.
       COPY TOKENIMG.
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
       SD  SORT-ARQ.
       01  SORT-REG.
           05  SORT-DATAHORA       PIC X(14).
           05  SORT-SEQUENCIA      PIC 9(09).
      *        Which journal the event came from - also the order the
      *        journals are released in, so it breaks same-second ties.
           05  SORT-FONTE          PIC X(01).
               88  SORT-DE-RESERVA VALUE '1'.
               88  SORT-DE-RESGATE VALUE '2'.
               88  SORT-DE-ESTORNO VALUE '3'.
               88  SORT-DE-CANCEL  VALUE '4'.
           05  SORT-EVENTO         PIC X(01).
               88  SORT-RESERVA    VALUE 'R'.
               88  SORT-CONFIRMA   VALUE 'C'.
               88  SORT-LIBERA     VALUE 'L' 'V'.
           05  SORT-TOKEN          PIC X(11).
           05  SORT-DATAHORA-REF   PIC X(14).
           05  SORT-MOTIVO         PIC X(30).
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       COPY TOKENIMG REPLACING LEADING ==COPIA== BY ==ESCOLHA==.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-IMAGEM-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-CATALOGO-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-TOKEN-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-RESGATE-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-CANCEL-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-ESTORNO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-RESERVA-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-LOCK-STATUS          PIC X(02) VALUE '00'.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-FIM-SORT             PIC X VALUE 'N'.
           88  FIM-SORT            VALUE 'Y'.
       01  WS-LOCK-OBTIDO          PIC X VALUE 'N'.
           88  LOCK-OBTIDO         VALUE 'Y'.
       01  WS-TENTATIVAS-LOCK      PIC 9(03) VALUE ZERO.
       01  WS-MAX-TENTATIVAS-LOCK  PIC 9(03) VALUE 100.
       01  WS-NANOSSEGUNDOS-ESPERA PIC 9(18) VALUE 50000000.
       01  WS-PASSO-FALHOU         PIC X VALUE 'N'.
           88  PASSO-FALHOU        VALUE 'Y'.
       01  WS-MASTER-ABERTO        PIC X VALUE 'N'.
           88  MASTER-ABERTO       VALUE 'Y'.
       01  WS-MASTER-VAZIO         PIC X VALUE 'Y'.
           88  MASTER-VAZIO        VALUE 'Y'.
       01  WS-MASTER-ALTERADO      PIC X VALUE 'N'.
           88  MASTER-ALTERADO     VALUE 'Y'.
       01  WS-COPIA-ESCOLHIDA      PIC X VALUE 'N'.
           88  COPIA-ESCOLHIDA     VALUE 'Y'.
       01  WS-COPIA-CONFERE        PIC X VALUE 'N'.
           88  COPIA-CONFERE       VALUE 'Y'.
       01  WS-PARM                 PIC X(40) VALUE SPACES.
       01  WS-PARM-GERACAO         PIC X(06) VALUE SPACES.
       01  WS-GERACAO-PEDIDA       PIC 9(06) VALUE ZERO.
      *    The catalog never holds more than TOKENBKP's cycle; the
      *    table is sized like its own, the oldest rolling off first.
       01  WS-MAX-CATALOGO         PIC 9(02) VALUE 8.
       01  WS-QTD-CATALOGO         PIC 9(02) VALUE ZERO.
       01  WS-IX-CATALOGO          PIC 9(02) VALUE ZERO.
       01  WS-TABELA-CATALOGO.
           05  WS-ENTRADA-CATALOGO OCCURS 8 TIMES.
               10  WS-ENTRADA-GERACAO
                                   PIC 9(06).
               10  FILLER          PIC X(108).
       01  WS-IMAGEM-NOME.
           05  FILLER              PIC X(06) VALUE 'tokbkp'.
           05  WS-IMAGEM-GERACAO   PIC 9(06) VALUE ZERO.
           05  FILLER              PIC X(04) VALUE '.img'.
       01  WS-TOKEN-CHAVE          PIC X(11) VALUE SPACES.
       01  WS-SEQUENCIA            PIC 9(09) VALUE ZERO.
       01  WS-LINHA-MARCADOR       PIC 9(09) VALUE ZERO.
      *    Proof counters - one equation per source, see the header.
       01  WS-IMAGEM-RELIDOS       PIC 9(09) VALUE ZERO.
       01  WS-HASH-RELIDO          PIC 9(15) VALUE ZERO.
       01  WS-RESTAURADOS          PIC 9(09) VALUE ZERO.
       01  WS-LIDOS-LEDGER         PIC 9(09) VALUE ZERO.
       01  WS-PULADOS-LEDGER       PIC 9(09) VALUE ZERO.
       01  WS-INCLUIDOS            PIC 9(09) VALUE ZERO.
       01  WS-DUPLICADOS           PIC 9(09) VALUE ZERO.
       01  WS-LIDOS-RESERVA        PIC 9(09) VALUE ZERO.
       01  WS-PULADOS-RESERVA      PIC 9(09) VALUE ZERO.
       01  WS-RESERVAS-APLICADAS   PIC 9(09) VALUE ZERO.
       01  WS-RESERVAS-CONFIRMADAS PIC 9(09) VALUE ZERO.
       01  WS-RESERVAS-IGNORADAS   PIC 9(09) VALUE ZERO.
       01  WS-LIDOS-RESGATE        PIC 9(09) VALUE ZERO.
       01  WS-PULADOS-RESGATE      PIC 9(09) VALUE ZERO.
       01  WS-RESGATES-APLICADOS   PIC 9(09) VALUE ZERO.
       01  WS-RESGATES-IGNORADOS   PIC 9(09) VALUE ZERO.
       01  WS-LIDOS-ESTORNO        PIC 9(09) VALUE ZERO.
       01  WS-PULADOS-ESTORNO      PIC 9(09) VALUE ZERO.
       01  WS-ESTORNOS-APLICADOS   PIC 9(09) VALUE ZERO.
       01  WS-ESTORNOS-IGNORADOS   PIC 9(09) VALUE ZERO.
       01  WS-LIDOS-CANCEL         PIC 9(09) VALUE ZERO.
       01  WS-PULADOS-CANCEL       PIC 9(09) VALUE ZERO.
       01  WS-CANCELS-APLICADOS    PIC 9(09) VALUE ZERO.
       01  WS-CANCELS-IGNORADOS    PIC 9(09) VALUE ZERO.
       01  WS-RECONTADOS           PIC 9(09) VALUE ZERO.
       01  WS-BALANCO-OK           PIC X VALUE 'Y'.
           88  BALANCO-OK          VALUE 'Y'.
       PROCEDURE       DIVISION.
       PROGRAMA-PRINCIPAL.
           PERFORM OBTER-PARAMETROS
           IF NOT PASSO-FALHOU
               PERFORM LER-CATALOGO
           END-IF
           IF NOT PASSO-FALHOU
               PERFORM OBTER-LOCK
               IF NOT LOCK-OBTIDO
                   DISPLAY 'TOKENRCV: token.lck ocupado - '
                       'tente mais tarde'
                   MOVE 'Y' TO WS-PASSO-FALHOU
               ELSE
                   PERFORM ABRIR-MASTER
                   IF NOT PASSO-FALHOU
                       PERFORM ESCOLHER-COPIA
                   END-IF
                   IF NOT PASSO-FALHOU
                       PERFORM LOCALIZAR-MARCADOR-LEDGER
                   END-IF
                   IF NOT PASSO-FALHOU
                       SORT SORT-ARQ
                           ON ASCENDING KEY SORT-DATAHORA
                                            SORT-SEQUENCIA
                           INPUT PROCEDURE REUNIR-EVENTOS
                           OUTPUT PROCEDURE RECUPERAR-MASTER
                   END-IF
                   IF NOT PASSO-FALHOU
                       PERFORM RECONTAR-MASTER
                   END-IF
                   IF MASTER-ABERTO
                       CLOSE MASTER-FILE
                   END-IF
                   PERFORM LIBERAR-LOCK
               END-IF
           END-IF
           IF COPIA-ESCOLHIDA
               PERFORM IMPRIMIR-PROVA
           END-IF
           IF PASSO-FALHOU OR NOT BALANCO-OK
               IF MASTER-ALTERADO
                   DISPLAY 'TOKENRCV: token.idx ficou INCOMPLETO - '
                       'remova-o antes de repetir a recuperacao'
               ELSE
                   DISPLAY 'TOKENRCV: token.idx NAO foi alterado'
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       OBTER-PARAMETROS.
      *>   An explicit generation is for when the newest copy is known
      *>   to carry the damage - it must be one still in the catalog.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL ' '
               INTO WS-PARM-GERACAO
           END-UNSTRING
           IF WS-PARM-GERACAO NOT = SPACES
               IF FUNCTION NUMVAL(WS-PARM-GERACAO) > ZERO
                   MOVE FUNCTION NUMVAL(WS-PARM-GERACAO)
                       TO WS-GERACAO-PEDIDA
               ELSE
                   DISPLAY 'TOKENRCV: geracao invalida - '
                       WS-PARM-GERACAO
                   DISPLAY 'TOKENRCV: uso: tokenrcv [geracao]'
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       LER-CATALOGO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-QTD-CATALOGO
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-FILE-STATUS NOT = '00'
                   AND WS-CATALOGO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCV: erro ao abrir tokbkp.ctl, status '
                   WS-CATALOGO-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ CATALOGO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF COPIA-GERACAO IS NUMERIC
                               PERFORM GUARDAR-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
               IF WS-QTD-CATALOGO = ZERO
                   DISPLAY 'TOKENRCV: tokbkp.ctl sem copia catalogada '
                       '- so resta a carga completa (TOKENCNV)'
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       GUARDAR-ENTRADA.
           IF WS-QTD-CATALOGO >= WS-MAX-CATALOGO
               PERFORM VARYING WS-IX-CATALOGO FROM 1 BY 1
                       UNTIL WS-IX-CATALOGO >= WS-QTD-CATALOGO
                   MOVE WS-ENTRADA-CATALOGO(WS-IX-CATALOGO + 1)
                       TO WS-ENTRADA-CATALOGO(WS-IX-CATALOGO)
               END-PERFORM
               SUBTRACT 1 FROM WS-QTD-CATALOGO
           END-IF
           ADD 1 TO WS-QTD-CATALOGO
           MOVE COPIA-RECORD TO WS-ENTRADA-CATALOGO(WS-QTD-CATALOGO).

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

       ABRIR-MASTER.
      *>   A damaged master that will not even open has to be moved
      *>   aside by hand; one that opens but still holds records is
      *>   refused the way TOKENCNV refuses a rerun.
           OPEN I-O MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
                   AND WS-MASTER-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCV: erro ao abrir token.idx, status '
                   WS-MASTER-FILE-STATUS
                   ' - remova o token.idx danificado'
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               MOVE 'Y' TO WS-MASTER-ABERTO
               PERFORM VERIFICAR-MASTER-VAZIO
               IF NOT MASTER-VAZIO
                   DISPLAY 'TOKENRCV: token.idx ja contem registros - '
                       'recuperacao recusada'
                   DISPLAY 'TOKENRCV: remova o token.idx danificado '
                       'antes de restaurar'
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       VERIFICAR-MASTER-VAZIO.
           MOVE 'Y' TO WS-MASTER-VAZIO
           MOVE LOW-VALUES TO TOKEN-MASTER-TOKEN
           START MASTER-FILE KEY NOT < TOKEN-MASTER-TOKEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MASTER-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'N' TO WS-MASTER-VAZIO
                   END-READ
           END-START.

       ESCOLHER-COPIA.
      *>   Newest first; a copy that does not read back exactly as it
      *>   was catalogued is passed over for the one before it.
           MOVE 'N' TO WS-COPIA-ESCOLHIDA
           PERFORM VARYING WS-IX-CATALOGO FROM WS-QTD-CATALOGO BY -1
                   UNTIL WS-IX-CATALOGO < 1 OR COPIA-ESCOLHIDA
               IF WS-GERACAO-PEDIDA = ZERO
                       OR WS-GERACAO-PEDIDA
                           = WS-ENTRADA-GERACAO(WS-IX-CATALOGO)
                   MOVE WS-ENTRADA-CATALOGO(WS-IX-CATALOGO)
                       TO ESCOLHA-RECORD
                   PERFORM CONFERIR-COPIA
                   IF COPIA-CONFERE
                       MOVE 'Y' TO WS-COPIA-ESCOLHIDA
                   ELSE
                       DISPLAY 'TOKENRCV: ' WS-IMAGEM-NOME
                           ' nao confere com tokbkp.ctl - descartada'
                   END-IF
               END-IF
           END-PERFORM
           IF NOT COPIA-ESCOLHIDA
               IF WS-GERACAO-PEDIDA > ZERO
                   DISPLAY 'TOKENRCV: geracao ' WS-GERACAO-PEDIDA
                       ' ausente de tokbkp.ctl ou invalida'
               ELSE
                   DISPLAY 'TOKENRCV: nenhuma copia de tokbkp.ctl '
                       'confere - so resta a carga completa (TOKENCNV)'
               END-IF
               MOVE 'Y' TO WS-PASSO-FALHOU
           END-IF.

       CONFERIR-COPIA.
           MOVE 'N' TO WS-COPIA-CONFERE
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-IMAGEM-RELIDOS
           MOVE ZERO TO WS-HASH-RELIDO
           MOVE ESCOLHA-GERACAO TO WS-IMAGEM-GERACAO
           OPEN INPUT IMAGEM-FILE
           IF WS-IMAGEM-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENRCV: erro ao abrir ' WS-IMAGEM-NOME
                   ', status ' WS-IMAGEM-FILE-STATUS
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ IMAGEM-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-IMAGEM-RELIDOS
                           COMPUTE WS-HASH-RELIDO = FUNCTION MOD(
                               WS-HASH-RELIDO + FUNCTION NUMVAL(
                               IMAGEM-MASTER-TOKEN
                                   (1:TOKENCFG-COMPRIMENTO)),
                               1000000000000000)
                   END-READ
               END-PERFORM
               CLOSE IMAGEM-FILE
               IF WS-IMAGEM-RELIDOS = ESCOLHA-REGISTROS
                       AND WS-HASH-RELIDO = ESCOLHA-HASH
                   MOVE 'Y' TO WS-COPIA-CONFERE
               END-IF
           END-IF.

       LOCALIZAR-MARCADOR-LEDGER.
      *>   The copy's last ledger line, found again by token and issue
      *>   timestamp - its position today, not at copy time, since
      *>   TOKENARC may have carved lines off the front since. The
      *>   last match wins should the line ever appear twice.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-LIDOS-LEDGER
           MOVE ZERO TO WS-LINHA-MARCADOR
           OPEN INPUT TOKEN-FILE
           IF WS-TOKEN-FILE-STATUS NOT = '00'
                   AND WS-TOKEN-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCV: erro ao abrir token.txt, status '
                   WS-TOKEN-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ TOKEN-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-LEDGER
                           PERFORM MONTAR-CHAVE-DO-REGISTRO
                           IF WS-TOKEN-CHAVE = ESCOLHA-ULTIMO-TOKEN
                                   AND TOKEN-RECORD-DATAHORA
                                       = ESCOLHA-ULTIMA-DATAHORA
                               MOVE WS-LIDOS-LEDGER
                                   TO WS-LINHA-MARCADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOKEN-FILE
               IF ESCOLHA-ULTIMO-TOKEN NOT = SPACES
                       AND WS-LINHA-MARCADOR = ZERO
                   DISPLAY 'TOKENRCV: token.txt nao contem mais a '
                       'linha marcada ' ESCOLHA-ULTIMO-TOKEN ' '
                       ESCOLHA-ULTIMA-DATAHORA
                   DISPLAY 'TOKENRCV: a copia e anterior ao ultimo '
                       'arquivamento - use TOKENCNV'
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF
           MOVE ZERO TO WS-LIDOS-LEDGER.

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

       REUNIR-EVENTOS.
      *>   Released journal by journal, so the running sequence puts
      *>   holds, redemptions, reversals and voids in that order when
      *>   the timestamps tie. A journal shorter than its marker was
      *>   replaced or cut after the copy - nothing may be applied.
           PERFORM REUNIR-RESERVAS
           PERFORM REUNIR-RESGATES
           PERFORM REUNIR-ESTORNOS
           PERFORM REUNIR-CANCELAMENTOS.

       REUNIR-RESERVAS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT RESERVA-FILE
           IF WS-RESERVA-FILE-STATUS NOT = '00'
                   AND WS-RESERVA-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCV: erro ao abrir reserva.txt, status '
                   WS-RESERVA-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RESERVA-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-RESERVA
                           IF WS-LIDOS-RESERVA > ESCOLHA-POS-RESERVA
                               PERFORM LIBERAR-RESERVA
                           ELSE
                               ADD 1 TO WS-PULADOS-RESERVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVA-FILE
               IF WS-LIDOS-RESERVA < ESCOLHA-POS-RESERVA
                   DISPLAY 'TOKENRCV: reserva.txt com '
                       WS-LIDOS-RESERVA ' registro(s), marcador '
                       ESCOLHA-POS-RESERVA
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       LIBERAR-RESERVA.
           MOVE SPACES TO SORT-REG
           MOVE RESERVA-RECORD-DATAHORA TO SORT-DATAHORA
           ADD 1 TO WS-SEQUENCIA
           MOVE WS-SEQUENCIA TO SORT-SEQUENCIA
           MOVE '1' TO SORT-FONTE
           MOVE RESERVA-RECORD-EVENTO TO SORT-EVENTO
           MOVE RESERVA-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
           IF TOKENCFG-ALFA-CHECK
               MOVE RESERVA-RECORD-CHECK
                   TO SORT-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF
           RELEASE SORT-REG.

       REUNIR-RESGATES.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT RESGATE-FILE
           IF WS-RESGATE-FILE-STATUS NOT = '00'
                   AND WS-RESGATE-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCV: erro ao abrir resgate.txt, status '
                   WS-RESGATE-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RESGATE-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-RESGATE
                           IF WS-LIDOS-RESGATE > ESCOLHA-POS-RESGATE
                               PERFORM LIBERAR-RESGATE
                           ELSE
                               ADD 1 TO WS-PULADOS-RESGATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESGATE-FILE
               IF WS-LIDOS-RESGATE < ESCOLHA-POS-RESGATE
                   DISPLAY 'TOKENRCV: resgate.txt com '
                       WS-LIDOS-RESGATE ' registro(s), marcador '
                       ESCOLHA-POS-RESGATE
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       LIBERAR-RESGATE.
           MOVE SPACES TO SORT-REG
           MOVE RESGATE-RECORD-DATAHORA TO SORT-DATAHORA
           ADD 1 TO WS-SEQUENCIA
           MOVE WS-SEQUENCIA TO SORT-SEQUENCIA
           MOVE '2' TO SORT-FONTE
           MOVE RESGATE-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
           IF TOKENCFG-ALFA-CHECK
               MOVE RESGATE-RECORD-CHECK
                   TO SORT-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF
           RELEASE SORT-REG.

       REUNIR-ESTORNOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ESTORNO-FILE
           IF WS-ESTORNO-FILE-STATUS NOT = '00'
                   AND WS-ESTORNO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCV: erro ao abrir estorno.txt, status '
                   WS-ESTORNO-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ESTORNO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-ESTORNO
                           IF WS-LIDOS-ESTORNO > ESCOLHA-POS-ESTORNO
                               PERFORM LIBERAR-ESTORNO
                           ELSE
                               ADD 1 TO WS-PULADOS-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTORNO-FILE
               IF WS-LIDOS-ESTORNO < ESCOLHA-POS-ESTORNO
                   DISPLAY 'TOKENRCV: estorno.txt com '
                       WS-LIDOS-ESTORNO ' registro(s), marcador '
                       ESCOLHA-POS-ESTORNO
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       LIBERAR-ESTORNO.
      *>   Ordered by when the reversal was keyed; the redemption it
      *>   undoes rides along as the reference timestamp.
           MOVE SPACES TO SORT-REG
           MOVE ESTORNO-RECORD-DATAHORA TO SORT-DATAHORA
           ADD 1 TO WS-SEQUENCIA
           MOVE WS-SEQUENCIA TO SORT-SEQUENCIA
           MOVE '3' TO SORT-FONTE
           MOVE ESTORNO-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
           IF TOKENCFG-ALFA-CHECK
               MOVE ESTORNO-RECORD-CHECK
                   TO SORT-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF
           MOVE ESTORNO-RECORD-DATAHORA-RESGATE TO SORT-DATAHORA-REF
           RELEASE SORT-REG.

       REUNIR-CANCELAMENTOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT CANCEL-FILE
           IF WS-CANCEL-FILE-STATUS NOT = '00'
                   AND WS-CANCEL-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCV: erro ao abrir cancel.txt, status '
                   WS-CANCEL-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ CANCEL-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-CANCEL
                           IF WS-LIDOS-CANCEL > ESCOLHA-POS-CANCEL
                               PERFORM LIBERAR-CANCELAMENTO
                           ELSE
                               ADD 1 TO WS-PULADOS-CANCEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
               IF WS-LIDOS-CANCEL < ESCOLHA-POS-CANCEL
                   DISPLAY 'TOKENRCV: cancel.txt com '
                       WS-LIDOS-CANCEL ' registro(s), marcador '
                       ESCOLHA-POS-CANCEL
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       LIBERAR-CANCELAMENTO.
           MOVE SPACES TO SORT-REG
           MOVE CANCEL-RECORD-DATAHORA TO SORT-DATAHORA
           ADD 1 TO WS-SEQUENCIA
           MOVE WS-SEQUENCIA TO SORT-SEQUENCIA
           MOVE '4' TO SORT-FONTE
           MOVE CANCEL-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
           IF TOKENCFG-ALFA-CHECK
               MOVE CANCEL-RECORD-CHECK
                   TO SORT-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF
           MOVE CANCEL-RECORD-MOTIVO TO SORT-MOTIVO
           RELEASE SORT-REG.

       RECUPERAR-MASTER.
      *>   Every journal has been checked against its marker by now;
      *>   only from here on is token.idx written.
           IF NOT PASSO-FALHOU
               PERFORM RESTAURAR-IMAGEM
           END-IF
           IF NOT PASSO-FALHOU
               PERFORM REAPLICAR-LEDGER
           END-IF
           IF NOT PASSO-FALHOU
               PERFORM REAPLICAR-EVENTOS
           END-IF.

       RESTAURAR-IMAGEM.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-IMAGEM-RELIDOS
           OPEN INPUT IMAGEM-FILE
           IF WS-IMAGEM-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENRCV: erro ao abrir ' WS-IMAGEM-NOME
                   ', status ' WS-IMAGEM-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               MOVE 'Y' TO WS-MASTER-ALTERADO
               PERFORM UNTIL FIM-ARQUIVO OR PASSO-FALHOU
                   READ IMAGEM-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-IMAGEM-RELIDOS
                           PERFORM RESTAURAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE IMAGEM-FILE
           END-IF.

       RESTAURAR-REGISTRO.
           MOVE IMAGEM-MASTER TO TOKEN-MASTER
           WRITE TOKEN-MASTER
               INVALID KEY
                   DISPLAY 'TOKENRCV: erro ao restaurar '
                       TOKEN-MASTER-TOKEN ', status '
                       WS-MASTER-FILE-STATUS
                   MOVE 'Y' TO WS-PASSO-FALHOU
               NOT INVALID KEY
                   ADD 1 TO WS-RESTAURADOS
           END-WRITE.

       REAPLICAR-LEDGER.
      *>   Lines up to and including the marker line are already in
      *>   the copy; the rest were issued after it.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT TOKEN-FILE
           IF WS-TOKEN-FILE-STATUS NOT = '00'
                   AND WS-TOKEN-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRCV: erro ao abrir token.txt, status '
                   WS-TOKEN-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ TOKEN-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS-LEDGER
                           IF WS-LIDOS-LEDGER > WS-LINHA-MARCADOR
                               PERFORM CARREGAR-REGISTRO
                           ELSE
                               ADD 1 TO WS-PULADOS-LEDGER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOKEN-FILE
           END-IF.

       CARREGAR-REGISTRO.
           PERFORM MONTAR-CHAVE-DO-REGISTRO
           MOVE WS-TOKEN-CHAVE TO TOKEN-MASTER-TOKEN
           MOVE TOKEN-RECORD-DATAHORA TO TOKEN-MASTER-DATAHORA
           MOVE 'A' TO TOKEN-MASTER-SITUACAO
           MOVE SPACES TO TOKEN-MASTER-DATAHORA-RESGATE
           MOVE SPACES TO TOKEN-MASTER-DATAHORA-CANCEL
           MOVE SPACES TO TOKEN-MASTER-MOTIVO-CANCEL
           MOVE TOKEN-RECORD-CAMPANHA TO TOKEN-MASTER-CAMPANHA
           MOVE TOKEN-RECORD-CELULAR TO TOKEN-MASTER-CELULAR
           MOVE SPACES TO TOKEN-MASTER-DATAHORA-RESERVA
           WRITE TOKEN-MASTER
               INVALID KEY
                   ADD 1 TO WS-DUPLICADOS
               NOT INVALID KEY
                   ADD 1 TO WS-INCLUIDOS
           END-WRITE.

       REAPLICAR-EVENTOS.
           MOVE 'N' TO WS-FIM-SORT
           PERFORM UNTIL FIM-SORT OR PASSO-FALHOU
               RETURN SORT-ARQ
                   AT END
                       MOVE 'Y' TO WS-FIM-SORT
                   NOT AT END
                       PERFORM APLICAR-EVENTO
               END-RETURN
           END-PERFORM.

       APLICAR-EVENTO.
           MOVE SORT-TOKEN TO TOKEN-MASTER-TOKEN
           READ MASTER-FILE
               INVALID KEY
                   PERFORM IGNORAR-EVENTO
               NOT INVALID KEY
                   EVALUATE TRUE
                   WHEN SORT-DE-RESERVA
                       PERFORM APLICAR-RESERVA
                   WHEN SORT-DE-RESGATE
                       PERFORM APLICAR-RESGATE
                   WHEN SORT-DE-ESTORNO
                       PERFORM APLICAR-ESTORNO
                   WHEN SORT-DE-CANCEL
                       PERFORM APLICAR-CANCELAMENTO
                   END-EVALUATE
           END-READ.

       APLICAR-RESERVA.
      *>   TOKENVAL holds an ATIVO token; TOKENRSV releases and
      *>   TOKENSWP sweeps a RESERVADO one back to ATIVO. The confirm
      *>   is only counted - the resgate.txt event does the work.
           EVALUATE TRUE
           WHEN SORT-CONFIRMA
               ADD 1 TO WS-RESERVAS-CONFIRMADAS
           WHEN SORT-RESERVA AND TOKEN-MASTER-ATIVO
               MOVE 'R' TO TOKEN-MASTER-SITUACAO
               MOVE SORT-DATAHORA TO TOKEN-MASTER-DATAHORA-RESERVA
               PERFORM REGRAVAR-MASTER
           WHEN SORT-LIBERA AND TOKEN-MASTER-RESERVADO
               MOVE 'A' TO TOKEN-MASTER-SITUACAO
               MOVE SPACES TO TOKEN-MASTER-DATAHORA-RESERVA
               PERFORM REGRAVAR-MASTER
           WHEN OTHER
               PERFORM IGNORAR-EVENTO
           END-EVALUATE.

       APLICAR-RESGATE.
      *>   A confirmed hold (RESERVADO) locally, or an ATIVO token for
      *>   a redemption TOKENRTA posted from head office.
           IF TOKEN-MASTER-ATIVO OR TOKEN-MASTER-RESERVADO
               MOVE 'U' TO TOKEN-MASTER-SITUACAO
               MOVE SORT-DATAHORA TO TOKEN-MASTER-DATAHORA-RESGATE
               PERFORM REGRAVAR-MASTER
           ELSE
               PERFORM IGNORAR-EVENTO
           END-IF.

       APLICAR-ESTORNO.
      *>   Only the very redemption reversed may be undone - the same
      *>   rule tokenest and TOKENCNV apply.
           IF TOKEN-MASTER-UTILIZADO
                   AND TOKEN-MASTER-DATAHORA-RESGATE = SORT-DATAHORA-REF
               MOVE 'A' TO TOKEN-MASTER-SITUACAO
               MOVE SPACES TO TOKEN-MASTER-DATAHORA-RESGATE
               PERFORM REGRAVAR-MASTER
           ELSE
               PERFORM IGNORAR-EVENTO
           END-IF.

       APLICAR-CANCELAMENTO.
           IF TOKEN-MASTER-ATIVO
               MOVE 'C' TO TOKEN-MASTER-SITUACAO
               MOVE SORT-DATAHORA TO TOKEN-MASTER-DATAHORA-CANCEL
               MOVE SORT-MOTIVO TO TOKEN-MASTER-MOTIVO-CANCEL
               PERFORM REGRAVAR-MASTER
           ELSE
               PERFORM IGNORAR-EVENTO
           END-IF.

       REGRAVAR-MASTER.
           REWRITE TOKEN-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENRCV: erro ao regravar '
                   TOKEN-MASTER-TOKEN ', status '
                   WS-MASTER-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               EVALUATE TRUE
               WHEN SORT-DE-RESERVA
                   ADD 1 TO WS-RESERVAS-APLICADAS
               WHEN SORT-DE-RESGATE
                   ADD 1 TO WS-RESGATES-APLICADOS
               WHEN SORT-DE-ESTORNO
                   ADD 1 TO WS-ESTORNOS-APLICADOS
               WHEN SORT-DE-CANCEL
                   ADD 1 TO WS-CANCELS-APLICADOS
               END-EVALUATE
           END-IF.

       IGNORAR-EVENTO.
           EVALUATE TRUE
           WHEN SORT-DE-RESERVA
               ADD 1 TO WS-RESERVAS-IGNORADAS
           WHEN SORT-DE-RESGATE
               ADD 1 TO WS-RESGATES-IGNORADOS
           WHEN SORT-DE-ESTORNO
               ADD 1 TO WS-ESTORNOS-IGNORADOS
           WHEN SORT-DE-CANCEL
               ADD 1 TO WS-CANCELS-IGNORADOS
           END-EVALUATE.

       RECONTAR-MASTER.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-RECONTADOS
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
                       ADD 1 TO WS-RECONTADOS
               END-READ
           END-PERFORM.

       IMPRIMIR-PROVA.
      *>   Every source must balance: read = skipped (already in the
      *>   copy) + applied + ignored, and the master recount = copy
      *>   restored + new tokens.
           IF WS-IMAGEM-RELIDOS NOT = ESCOLHA-REGISTROS
                   OR WS-RESTAURADOS NOT = ESCOLHA-REGISTROS
               MOVE 'N' TO WS-BALANCO-OK
           END-IF
           IF WS-LIDOS-LEDGER NOT = WS-PULADOS-LEDGER
                   + WS-INCLUIDOS + WS-DUPLICADOS
               MOVE 'N' TO WS-BALANCO-OK
           END-IF
           IF WS-LIDOS-RESERVA NOT = WS-PULADOS-RESERVA
                   + WS-RESERVAS-APLICADAS + WS-RESERVAS-CONFIRMADAS
                   + WS-RESERVAS-IGNORADAS
               MOVE 'N' TO WS-BALANCO-OK
           END-IF
           IF WS-LIDOS-RESGATE NOT = WS-PULADOS-RESGATE
                   + WS-RESGATES-APLICADOS + WS-RESGATES-IGNORADOS
               MOVE 'N' TO WS-BALANCO-OK
           END-IF
           IF WS-LIDOS-ESTORNO NOT = WS-PULADOS-ESTORNO
                   + WS-ESTORNOS-APLICADOS + WS-ESTORNOS-IGNORADOS
               MOVE 'N' TO WS-BALANCO-OK
           END-IF
           IF WS-LIDOS-CANCEL NOT = WS-PULADOS-CANCEL
                   + WS-CANCELS-APLICADOS + WS-CANCELS-IGNORADOS
               MOVE 'N' TO WS-BALANCO-OK
           END-IF
           IF WS-RECONTADOS NOT = WS-RESTAURADOS + WS-INCLUIDOS
               MOVE 'N' TO WS-BALANCO-OK
           END-IF
           DISPLAY '============================================='
           DISPLAY 'TOKENRCV - RECUPERACAO DE token.idx'
           DISPLAY '============================================='
           DISPLAY 'Copia: ' WS-IMAGEM-NOME ' de ' ESCOLHA-DATAHORA
           DISPLAY '  catalogados ' ESCOLHA-REGISTROS
               ' relidos ' WS-IMAGEM-RELIDOS
               ' restaurados ' WS-RESTAURADOS
           DISPLAY 'token.txt:   lidos ' WS-LIDOS-LEDGER
               ' = ate o marcador ' WS-PULADOS-LEDGER
           DISPLAY '  + incluidos ' WS-INCLUIDOS
               ' + duplicados ' WS-DUPLICADOS
           DISPLAY 'reserva.txt: lidos ' WS-LIDOS-RESERVA
               ' = ate o marcador ' WS-PULADOS-RESERVA
           DISPLAY '  + aplicados ' WS-RESERVAS-APLICADAS
               ' + confirmacoes ' WS-RESERVAS-CONFIRMADAS
               ' + ignorados ' WS-RESERVAS-IGNORADAS
           DISPLAY 'resgate.txt: lidos ' WS-LIDOS-RESGATE
               ' = ate o marcador ' WS-PULADOS-RESGATE
           DISPLAY '  + aplicados ' WS-RESGATES-APLICADOS
               ' + ignorados ' WS-RESGATES-IGNORADOS
           DISPLAY 'estorno.txt: lidos ' WS-LIDOS-ESTORNO
               ' = ate o marcador ' WS-PULADOS-ESTORNO
           DISPLAY '  + aplicados ' WS-ESTORNOS-APLICADOS
               ' + ignorados ' WS-ESTORNOS-IGNORADOS
           DISPLAY 'cancel.txt:  lidos ' WS-LIDOS-CANCEL
               ' = ate o marcador ' WS-PULADOS-CANCEL
           DISPLAY '  + aplicados ' WS-CANCELS-APLICADOS
               ' + ignorados ' WS-CANCELS-IGNORADOS
           DISPLAY 'token.idx:   recontados ' WS-RECONTADOS
               ' = restaurados + incluidos'
           DISPLAY '============================================='
           IF PASSO-FALHOU
               DISPLAY 'TOKENRCV: recuperacao INTERROMPIDA'
           ELSE
               IF BALANCO-OK
                   DISPLAY 'TOKENRCV: recuperacao CONFERIDA'
               ELSE
                   DISPLAY 'TOKENRCV: contagens NAO fecham - '
                       'nao libere os caixas'
               END-IF
           END-IF.
       END PROGRAM     TOKENRCV.
