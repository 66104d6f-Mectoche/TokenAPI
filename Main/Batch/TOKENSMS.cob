      *     H + run date (8) + sequence (6)        header
      *     D + token (11) + celular (11)          one per token
      *     T + record count (6) + hash total (15) trailer
      * The same layout carries TOKENRCL's campaign-recall
      * cancellation notice (smscanNNNNNN.txt), whose header is
      *     C + run date (8) + sequence (6)        header
      * in place of the 'H' - the gateway tells a notice from an
      * extract by it. Both take their number from smslast.ctl.
      * The hash total is the sum of the tokens' digit values,
      * truncated to 15 digits. The celular is the customer mobile
      * number the token was bound to at issuance (TOKEN-RECORD-
      * Selection is strictly issue datahora GREATER than the control
      * file's high-water mark; records with a blank or non-numeric
      * issue date are never extracted (there is nothing to order
      * them by). The run holds token.lck from reading smslast.ctl
      * until it is advanced: TOKENRCL numbers its notices from the
      * same control file under token.lck, and without the lock both
      * could claim the same sequence, or one could overwrite the
      * other's advance.
      *
      * On top of the high-water selection, tokens whose previous
      * delivery the gateway reported as failed are folded in from
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO 'token.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE            SECTION.
       FD  TOKEN-FILE.
       01  SAIDA-RECORD            PIC X(23).
       FD  REQ-FILE.
       COPY TOKENSRQ.
       FD  LOCK-FILE.
       01  LOCK-RECORD             PIC X(01).
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       01  WS-TOKEN-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-SAIDA-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-REQ-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-LOCK-STATUS          PIC X(02) VALUE '00'.
       01  WS-LOCK-OBTIDO          PIC X VALUE 'N'.
           88  LOCK-OBTIDO         VALUE 'Y'.
       01  WS-TENTATIVAS-LOCK      PIC 9(03) VALUE ZERO.
       01  WS-MAX-TENTATIVAS-LOCK  PIC 9(03) VALUE 100.
       01  WS-NANOSSEGUNDOS-ESPERA PIC 9(18) VALUE 50000000.
       01  WS-FIM-REQUEUE          PIC X VALUE 'N'.
           88  FIM-REQUEUE         VALUE 'Y'.
       01  WS-REQUEUE-QTD          PIC 9(06) VALUE ZERO.
           05  WS-RL-HASH          PIC 9(15).
       PROCEDURE       DIVISION.
       PROGRAMA-PRINCIPAL.
           PERFORM OBTER-LOCK
           IF NOT LOCK-OBTIDO
               DISPLAY 'TOKENSMS: token.lck ocupado - tente mais tarde'
               STOP RUN
           END-IF
           PERFORM LER-CONTROLE
           PERFORM CONTAR-SELECIONADOS
           PERFORM CONTAR-REQUEUE
           IF PASSO-FALHOU
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF
           IF WS-EXTRAIDOS = ZERO AND WS-REQUEUE-QTD = ZERO
               DISPLAY 'TOKENSMS: nenhum token novo desde '
                   WS-ULTIMA-DATAHORA
                   ' e nenhum reenvio pendente - nada a extrair'
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF
           PERFORM GERAR-EXTRATO
                   END-CALL
               END-IF
           END-IF
           PERFORM LIBERAR-LOCK
           STOP RUN.

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
      *>   '05' and at-end on the first READ - close it either way.
