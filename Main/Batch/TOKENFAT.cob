       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TOKENFAT.
      *****************************************************************
      * Month-end campaign sponsor settlement: bills each campaign
      * (see TOKENCPM.cpy) for the tokens actually redeemed under it
      * in one calendar month, so finance no longer rebuilds the
      * sponsor bills by hand from resgate.txt.
      *
      * The period (AAAAMM) is the first command-line argument,
      *     tokenfat 202609
      * defaulting to the month before the run date - the normal
      * month-end case. The current month (still open) and future
      * months are refused.
      *
      * A redemption is billed when its resgate.txt datahora falls
      * in the period and no estorno.txt record reverses it (same
      * token, ESTORNO-RECORD-DATAHORA-RESGATE = the redemption's
      * datahora) - reversals are netted out before anything is
      * written. The campaign comes from the token master
      * (TOKEN-MASTER-CAMPANHA); redemptions of tokens issued outside
      * any campaign have no sponsor and are only counted. A redeemed
      * token missing from token.idx refuses the whole run - the
      * master must be rebuilt first (TOKENCNV), or the sponsor would
      * be under-billed for good.
      *
      * One settlement file per campaign with movement, named
      * fatCCCCCCCC-AAAAMM.txt after the campaign code and period:
      *     H + campaign (8) + period (6) + run date (8)   header
      *     D + nature (1) + token (11) + redemption datahora (14)
      *       + reversal datahora (14)                     one per token
      *     T + record count (6) + hash total (15)
      *       + debit count (6) + credit count (6)         trailer
      * Nature 'D' is a redemption billed to the sponsor; nature 'C'
      * is a credit: a reversal made AFTER the redemption's own period
      * was already billed, so it comes out in the next settlement
      * run instead of being lost. The hash total is the sum of the
      * tokens' digit values, truncated to 15 digits, as in TOKENSMS.
      *
      * Every file is read back and its trailer re-proved against the
      * records on disk before the period is recorded as billed; if
      * any file does not balance, ALL of the run's files are deleted
      * and the control file is left untouched, so a rerun regenerates
      * the same settlement.
      *
      * The fatura.ctl control file keeps one record per billed
      * period (period, billing datahora, campaigns, debits,
      * credits). A period already on it is never billed again, and
      * a reversal is credited only when it is later than the most
      * recent billing run and its redemption's period is on the
      * file - so every reversal is credited exactly once. Records
      * are only ever appended.
      *
      * Only LOCAL events are billed. Redemptions and reversals that
      * TOKENRTA posted from a head office return file (ORIGEM 'M' on
      * resgate.txt / estorno.txt) were keyed at another branch, whose
      * own TOKENFAT already bills or credits them from its own logs;
      * they are skipped here and only counted on the summary.
      *
      * It only reads, without token.lck: token.idx as TOKENPAS
      * does, and the audit logs as TOKENRPT does.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESGATE-FILE ASSIGN TO 'resgate.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESGATE-FILE-STATUS.
           SELECT OPTIONAL ESTORNO-FILE ASSIGN TO 'estorno.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTORNO-FILE-STATUS.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'token.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TOKEN-MASTER-TOKEN
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO 'fatura.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT OPTIONAL SAIDA-FILE ASSIGN USING WS-SAIDA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SAIDA-FILE-STATUS.
           SELECT SORT-ARQ ASSIGN TO 'tokenfat.srt'.
       DATA DIVISION.
       FILE            SECTION.
       FD  RESGATE-FILE.
       COPY TOKENRSG.
       FD  ESTORNO-FILE.
       COPY TOKENETO.
       FD  MASTER-FILE.
       COPY TOKENMST.
       FD  CTL-FILE.
       01  CTL-RECORD.
           05  CTL-PERIODO         PIC 9(06).
           05  CTL-DATAHORA        PIC X(14).
           05  CTL-CAMPANHAS       PIC 9(04).
           05  CTL-DEBITOS         PIC 9(06).
           05  CTL-CREDITOS        PIC 9(06).
       FD  SAIDA-FILE.
       01  SAIDA-RECORD            PIC X(41).
       SD  SORT-ARQ.
       01  SORT-REG.
           05  SORT-CAMPANHA       PIC X(08).
           05  SORT-NATUREZA       PIC X(01).
           05  SORT-DATAHORA-RESGATE
                                   PIC X(14).
           05  SORT-TOKEN          PIC X(11).
           05  SORT-DATAHORA-ESTORNO
                                   PIC X(14).
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       01  WS-RESGATE-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-ESTORNO-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-WRITE-STATUS         PIC X(02) VALUE '00'.
       01  WS-SAIDA-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-PARM                 PIC X(20) VALUE SPACES.
       01  WS-PERIODO-TXT          PIC X(08) VALUE SPACES.
       01  WS-PERIODO              PIC 9(06) VALUE ZERO.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PERIODO-ANO      PIC 9(04).
           05  WS-PERIODO-MES      PIC 9(02).
       01  WS-PERIODO-ATUAL        PIC 9(06) VALUE ZERO.
       01  WS-PERIODO-ATUAL-R REDEFINES WS-PERIODO-ATUAL.
           05  WS-PA-ANO           PIC 9(04).
           05  WS-PA-MES           PIC 9(02).
       01  WS-DATAHORA-CORTE       PIC X(14) VALUE SPACES.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-FIM-SORT             PIC X VALUE 'N'.
           88  FIM-SORT            VALUE 'Y'.
       01  WS-PASSO-FALHOU         PIC X VALUE 'N'.
           88  PASSO-FALHOU        VALUE 'Y'.
       01  WS-ARQUIVO-ABERTO       PIC X VALUE 'N'.
           88  ARQUIVO-ABERTO      VALUE 'Y'.
       01  WS-TOKEN-COMPLETO       PIC X(11) VALUE SPACES.
      *    Periods already billed, loaded from fatura.ctl.
       01  WS-MAX-FATURADOS        PIC 9(04) VALUE 600.
       01  WS-QTD-FATURADOS        PIC 9(04) VALUE ZERO.
       01  WS-IX-FATURADO          PIC 9(04) VALUE ZERO.
       01  WS-PERIODO-PROCURADO    PIC 9(06) VALUE ZERO.
       01  WS-PERIODO-FATURADO     PIC X VALUE 'N'.
           88  PERIODO-FATURADO    VALUE 'Y'.
       01  WS-DATAHORA-FATURADO    PIC X(14) VALUE SPACES.
       01  WS-ULTIMA-FATURA        PIC X(14) VALUE SPACES.
       01  WS-TABELA-FATURADOS.
           05  WS-FATURADO OCCURS 600 TIMES.
               10  WS-FT-PERIODO   PIC 9(06).
               10  WS-FT-DATAHORA  PIC X(14).
      *    Reversals, collected up front from estorno.txt so each
      *    redemption of the period can be netted by key (token +
      *    reversed redemption datahora). A table overflow refuses the
      *    run - billing a reversed redemption is not an option.
       01  WS-MAX-ESTORNOS         PIC 9(04) VALUE 5000.
       01  WS-QTD-ESTORNOS         PIC 9(04) VALUE ZERO.
       01  WS-IX-ESTORNO           PIC 9(04) VALUE ZERO.
       01  WS-ESTORNO-ACHADO       PIC X VALUE 'N'.
           88  ESTORNO-ACHADO      VALUE 'Y'.
       01  WS-TABELA-ESTORNOS.
           05  WS-ESTORNO OCCURS 5000 TIMES.
               10  WS-ET-TOKEN     PIC X(11).
               10  WS-ET-DATAHORA-RESGATE
                                   PIC X(14).
               10  WS-ET-DATAHORA  PIC X(14).
      *    Settlement files written by this run - the readback proves
      *    each against these figures, and a failure deletes them all.
       01  WS-MAX-ARQUIVOS         PIC 9(04) VALUE 200.
       01  WS-QTD-ARQUIVOS         PIC 9(04) VALUE ZERO.
       01  WS-IX-ARQUIVO           PIC 9(04) VALUE ZERO.
       01  WS-TABELA-ARQUIVOS.
           05  WS-ARQUIVO OCCURS 200 TIMES.
               10  WS-AR-CAMPANHA  PIC X(08).
               10  WS-AR-NOME      PIC X(40).
               10  WS-AR-QTDE      PIC 9(06).
               10  WS-AR-HASH      PIC 9(15).
               10  WS-AR-DEBITOS   PIC 9(06).
               10  WS-AR-CREDITOS  PIC 9(06).
       01  WS-SAIDA-NOME           PIC X(40) VALUE SPACES.
       01  WS-CAMPANHA-ATUAL       PIC X(08) VALUE SPACES.
       01  WS-LIDOS                PIC 9(06) VALUE ZERO.
       01  WS-NO-PERIODO           PIC 9(06) VALUE ZERO.
       01  WS-RESGATES-MATRIZ      PIC 9(06) VALUE ZERO.
       01  WS-ESTORNADOS-PERIODO   PIC 9(06) VALUE ZERO.
       01  WS-SEM-CAMPANHA         PIC 9(06) VALUE ZERO.
       01  WS-SEM-MASTER           PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-DEBITOS        PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-CREDITOS       PIC 9(06) VALUE ZERO.
       01  WS-RELIDOS              PIC 9(06) VALUE ZERO.
       01  WS-HASH-RELIDO          PIC 9(15) VALUE ZERO.
       01  WS-DEBITOS-RELIDOS      PIC 9(06) VALUE ZERO.
       01  WS-CREDITOS-RELIDOS     PIC 9(06) VALUE ZERO.
       01  WS-TRAILER-OK           PIC X VALUE 'N'.
           88  TRAILER-OK          VALUE 'Y'.
       01  WS-LIQUIDO              PIC S9(07) VALUE ZERO.
       01  WS-REG-HEADER.
           05  WS-RH-TIPO          PIC X(01) VALUE 'H'.
           05  WS-RH-CAMPANHA      PIC X(08).
           05  WS-RH-PERIODO       PIC 9(06).
           05  WS-RH-DATA          PIC X(08).
       01  WS-REG-DETALHE.
           05  WS-RD-TIPO          PIC X(01) VALUE 'D'.
           05  WS-RD-NATUREZA      PIC X(01).
           05  WS-RD-TOKEN         PIC X(11).
           05  WS-RD-DATAHORA-RESGATE
                                   PIC X(14).
           05  WS-RD-DATAHORA-ESTORNO
                                   PIC X(14).
       01  WS-REG-TRAILER.
           05  WS-RT-TIPO          PIC X(01) VALUE 'T'.
           05  WS-RT-QTDE          PIC 9(06).
           05  WS-RT-HASH          PIC 9(15).
           05  WS-RT-DEBITOS       PIC 9(06).
           05  WS-RT-CREDITOS      PIC 9(06).
       01  WS-REG-LIDO             PIC X(41) VALUE SPACES.
       01  WS-REG-LIDO-DETALHE REDEFINES WS-REG-LIDO.
           05  WS-RLD-TIPO         PIC X(01).
           05  WS-RLD-NATUREZA     PIC X(01).
           05  WS-RLD-TOKEN        PIC X(11).
           05  FILLER              PIC X(28).
       01  WS-REG-LIDO-TRAILER REDEFINES WS-REG-LIDO.
           05  WS-RL-TIPO          PIC X(01).
           05  WS-RL-QTDE          PIC 9(06).
           05  WS-RL-HASH          PIC 9(15).
           05  WS-RL-DEBITOS       PIC 9(06).
           05  WS-RL-CREDITOS      PIC 9(06).
           05  FILLER              PIC X(07).
       01  WS-LINHA-CAMPANHA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LC-CAMPANHA      PIC X(10).
           05  WS-LC-DEBITOS       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-LC-CREDITOS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-LC-LIQUIDO       PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-LC-ARQUIVO       PIC X(30).
       PROCEDURE       DIVISION.
       PROGRAMA-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATAHORA-CORTE
           PERFORM OBTER-PARAMETROS
           IF NOT PASSO-FALHOU
               PERFORM LER-CONTROLE
           END-IF
           IF NOT PASSO-FALHOU
               MOVE WS-PERIODO TO WS-PERIODO-PROCURADO
               PERFORM PROCURAR-PERIODO-FATURADO
               IF PERIODO-FATURADO
                   DISPLAY 'TOKENFAT: periodo ' WS-PERIODO
                       ' ja faturado em ' WS-DATAHORA-FATURADO
                       ' - nada a faturar'
                   STOP RUN
               END-IF
               PERFORM CARREGAR-ESTORNOS
           END-IF
           IF NOT PASSO-FALHOU
               OPEN INPUT MASTER-FILE
      *>       A missing master would bill nothing and still close
      *>       the period - '05' (OPTIONAL, file absent) is refused.
               IF WS-MASTER-FILE-STATUS NOT = '00'
                   DISPLAY 'TOKENFAT: erro ao abrir token.idx, status '
                       WS-MASTER-FILE-STATUS
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF
           IF PASSO-FALHOU
               DISPLAY 'TOKENFAT: faturamento NAO gerado - controle '
                   'inalterado'
               STOP RUN
           END-IF
           SORT SORT-ARQ ON ASCENDING KEY SORT-CAMPANHA
                   SORT-NATUREZA SORT-DATAHORA-RESGATE SORT-TOKEN
               INPUT PROCEDURE IS SELECIONAR-MOVIMENTO
               OUTPUT PROCEDURE IS GERAR-ARQUIVOS
           CLOSE MASTER-FILE
           IF NOT PASSO-FALHOU
               PERFORM CONFERIR-ARQUIVOS
           END-IF
           IF NOT PASSO-FALHOU
               PERFORM GRAVAR-CONTROLE
           END-IF
      *>   A period not recorded on fatura.ctl would be billed again
      *>   by the next run - its files must not stay behind.
           IF PASSO-FALHOU
               DISPLAY 'TOKENFAT: faturamento NAO liberado - periodo '
                   'nao registrado em fatura.ctl'
               PERFORM APAGAR-ARQUIVOS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM IMPRIMIR-RESUMO
           END-IF
           STOP RUN.

       OBTER-PARAMETROS.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL ' '
               INTO WS-PERIODO-TXT
           END-UNSTRING
           MOVE WS-DATAHORA-CORTE(1:6) TO WS-PERIODO-ATUAL
           IF WS-PERIODO-TXT = SPACES
      *>       Month-end default: the month that just closed.
               IF WS-PA-MES = 1
                   COMPUTE WS-PERIODO-ANO = WS-PA-ANO - 1
                   MOVE 12 TO WS-PERIODO-MES
               ELSE
                   MOVE WS-PA-ANO TO WS-PERIODO-ANO
                   COMPUTE WS-PERIODO-MES = WS-PA-MES - 1
               END-IF
           ELSE
               IF WS-PERIODO-TXT(1:6) IS NUMERIC
                       AND WS-PERIODO-TXT(7:2) = SPACES
                   MOVE WS-PERIODO-TXT(1:6) TO WS-PERIODO
               ELSE
                   MOVE ZERO TO WS-PERIODO
               END-IF
           END-IF
           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
               DISPLAY 'TOKENFAT: periodo invalido - uso: '
                   'tokenfat [AAAAMM]'
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               IF WS-PERIODO NOT < WS-PERIODO-ATUAL
                   DISPLAY 'TOKENFAT: periodo ' WS-PERIODO
                       ' ainda nao encerrado - faturamento recusado'
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       LER-CONTROLE.
      *>   OPTIONAL leaves a missing control file "open" with status
      *>   '05' and at-end on the first READ - the first month-end
      *>   ever simply finds nothing billed yet.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO WS-ULTIMA-FATURA
           OPEN INPUT CTL-FILE
           IF WS-CTL-FILE-STATUS = '00' OR WS-CTL-FILE-STATUS = '05'
               PERFORM UNTIL FIM-ARQUIVO
                   READ CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDAR-FATURADO
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           ELSE
               DISPLAY 'TOKENFAT: erro ao ler fatura.ctl, status '
                   WS-CTL-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           END-IF.

       GUARDAR-FATURADO.
           IF CTL-PERIODO IS NOT NUMERIC
                   OR CTL-DATAHORA IS NOT NUMERIC
      *>       Skipping an unreadable line could bill its period a
      *>       second time - refuse and let the operator restore the
      *>       control file instead.
               DISPLAY 'TOKENFAT: fatura.ctl ilegivel - '
                   'faturamento recusado'
               MOVE 'Y' TO WS-PASSO-FALHOU
               MOVE 'Y' TO WS-FIM-ARQUIVO
           ELSE
               IF WS-QTD-FATURADOS < WS-MAX-FATURADOS
                   ADD 1 TO WS-QTD-FATURADOS
                   MOVE CTL-PERIODO
                       TO WS-FT-PERIODO(WS-QTD-FATURADOS)
                   MOVE CTL-DATAHORA
                       TO WS-FT-DATAHORA(WS-QTD-FATURADOS)
                   IF CTL-DATAHORA > WS-ULTIMA-FATURA
                       MOVE CTL-DATAHORA TO WS-ULTIMA-FATURA
                   END-IF
               ELSE
                   DISPLAY 'TOKENFAT: mais de ' WS-MAX-FATURADOS
                       ' periodos em fatura.ctl - faturamento recusado'
                   MOVE 'Y' TO WS-PASSO-FALHOU
                   MOVE 'Y' TO WS-FIM-ARQUIVO
               END-IF
           END-IF.

       PROCURAR-PERIODO-FATURADO.
           MOVE 'N' TO WS-PERIODO-FATURADO
           MOVE SPACES TO WS-DATAHORA-FATURADO
           PERFORM VARYING WS-IX-FATURADO FROM 1 BY 1
                   UNTIL WS-IX-FATURADO > WS-QTD-FATURADOS
                   OR PERIODO-FATURADO
               IF WS-FT-PERIODO(WS-IX-FATURADO) = WS-PERIODO-PROCURADO
                   MOVE 'Y' TO WS-PERIODO-FATURADO
                   MOVE WS-FT-DATAHORA(WS-IX-FATURADO)
                       TO WS-DATAHORA-FATURADO
               END-IF
           END-PERFORM.

       CARREGAR-ESTORNOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ESTORNO-FILE
           IF WS-ESTORNO-FILE-STATUS NOT = '00'
                   AND WS-ESTORNO-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENFAT: erro ao abrir estorno.txt, status '
                   WS-ESTORNO-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ESTORNO-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
      *>                   A reversal logged after this run started
      *>                   belongs to the next run - the cut-off is
      *>                   what the control file's datahora promises.
      *>                   A reversal posted from head office was
      *>                   credited by the branch that keyed it.
      *>                   Of the rest, only two kinds are any use to
      *>                   this run: one that nets out a redemption of
      *>                   the period being billed, and one later than
      *>                   the last billing run (a credit candidate -
      *>                   none before any period was ever billed).
      *>                   Loading the whole history would outgrow the
      *>                   table as estorno.txt only ever grows.
                           IF ESTORNO-RECORD-DATAHORA
                                   NOT > WS-DATAHORA-CORTE
                                   AND NOT ESTORNO-RECORD-DA-MATRIZ
                                   AND ((WS-QTD-FATURADOS > ZERO
                                       AND ESTORNO-RECORD-DATAHORA
                                           > WS-ULTIMA-FATURA)
                                     OR ESTORNO-RECORD-DATAHORA-RESGATE
                                           (1:6) = WS-PERIODO)
                               PERFORM GUARDAR-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTORNO-FILE
           END-IF.

       GUARDAR-ESTORNO.
           IF WS-QTD-ESTORNOS < WS-MAX-ESTORNOS
               ADD 1 TO WS-QTD-ESTORNOS
               MOVE SPACES TO WS-ET-TOKEN(WS-QTD-ESTORNOS)
               MOVE ESTORNO-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
                   TO WS-ET-TOKEN(WS-QTD-ESTORNOS)
                   (1:TOKENCFG-COMPRIMENTO)
               IF TOKENCFG-ALFA-CHECK
                   MOVE ESTORNO-RECORD-CHECK
                       TO WS-ET-TOKEN(WS-QTD-ESTORNOS)
                       (TOKENCFG-COMPRIMENTO + 1:1)
               END-IF
               MOVE ESTORNO-RECORD-DATAHORA-RESGATE
                   TO WS-ET-DATAHORA-RESGATE(WS-QTD-ESTORNOS)
               MOVE ESTORNO-RECORD-DATAHORA
                   TO WS-ET-DATAHORA(WS-QTD-ESTORNOS)
           ELSE
               DISPLAY 'TOKENFAT: mais de ' WS-MAX-ESTORNOS
                   ' estornos - faturamento recusado'
               MOVE 'Y' TO WS-PASSO-FALHOU
               MOVE 'Y' TO WS-FIM-ARQUIVO
           END-IF.

       SELECIONAR-MOVIMENTO.
           PERFORM SELECIONAR-RESGATES
           IF NOT PASSO-FALHOU
               PERFORM SELECIONAR-CREDITOS
           END-IF.

       SELECIONAR-RESGATES.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT RESGATE-FILE
           IF WS-RESGATE-FILE-STATUS NOT = '00'
                   AND WS-RESGATE-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENFAT: erro ao abrir resgate.txt, status '
                   WS-RESGATE-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RESGATE-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           IF RESGATE-RECORD-DATAHORA IS NUMERIC
                                   AND RESGATE-RECORD-DATAHORA(1:6)
                                       = WS-PERIODO
                               IF RESGATE-RECORD-DA-MATRIZ
                                   ADD 1 TO WS-RESGATES-MATRIZ
                               ELSE
                                   ADD 1 TO WS-NO-PERIODO
                                   PERFORM AVALIAR-RESGATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESGATE-FILE
           END-IF.

       AVALIAR-RESGATE.
           MOVE SPACES TO WS-TOKEN-COMPLETO
           MOVE RESGATE-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
               TO WS-TOKEN-COMPLETO(1:TOKENCFG-COMPRIMENTO)
           IF TOKENCFG-ALFA-CHECK
               MOVE RESGATE-RECORD-CHECK
                   TO WS-TOKEN-COMPLETO(TOKENCFG-COMPRIMENTO + 1:1)
           END-IF
           MOVE 'N' TO WS-ESTORNO-ACHADO
           PERFORM VARYING WS-IX-ESTORNO FROM 1 BY 1
                   UNTIL WS-IX-ESTORNO > WS-QTD-ESTORNOS
                   OR ESTORNO-ACHADO
               IF WS-ET-TOKEN(WS-IX-ESTORNO) = WS-TOKEN-COMPLETO
                       AND WS-ET-DATAHORA-RESGATE(WS-IX-ESTORNO)
                           = RESGATE-RECORD-DATAHORA
                   MOVE 'Y' TO WS-ESTORNO-ACHADO
               END-IF
           END-PERFORM
           IF ESTORNO-ACHADO
      *>       Reversed before the period was billed - netted out,
      *>       the sponsor never sees it.
               ADD 1 TO WS-ESTORNADOS-PERIODO
           ELSE
               PERFORM LER-CAMPANHA-TOKEN
               IF TOKEN-MASTER-CAMPANHA = SPACES
                   ADD 1 TO WS-SEM-CAMPANHA
               END-IF
               IF NOT PASSO-FALHOU
                       AND TOKEN-MASTER-CAMPANHA NOT = SPACES
                   MOVE SPACES TO SORT-REG
                   MOVE TOKEN-MASTER-CAMPANHA TO SORT-CAMPANHA
                   MOVE 'D' TO SORT-NATUREZA
                   MOVE WS-TOKEN-COMPLETO TO SORT-TOKEN
                   MOVE RESGATE-RECORD-DATAHORA
                       TO SORT-DATAHORA-RESGATE
                   RELEASE SORT-REG
               END-IF
           END-IF.

       LER-CAMPANHA-TOKEN.
           MOVE WS-TOKEN-COMPLETO TO TOKEN-MASTER-TOKEN
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'TOKENFAT: token ' WS-TOKEN-COMPLETO
                       ' resgatado mas ausente de token.idx'
                   ADD 1 TO WS-SEM-MASTER
                   MOVE SPACES TO TOKEN-MASTER-CAMPANHA
                   MOVE 'Y' TO WS-PASSO-FALHOU
           END-READ.

       SELECIONAR-CREDITOS.
      *>   A reversal later than the last billing run, of a redemption
      *>   in a period already billed, was billed in full and is
      *>   credited now - exactly once, since this run's datahora
      *>   becomes the new last billing run.
           PERFORM VARYING WS-IX-ESTORNO FROM 1 BY 1
                   UNTIL WS-IX-ESTORNO > WS-QTD-ESTORNOS
                   OR PASSO-FALHOU
               IF WS-ET-DATAHORA(WS-IX-ESTORNO) > WS-ULTIMA-FATURA
                       AND WS-ET-DATAHORA-RESGATE(WS-IX-ESTORNO)
                           IS NUMERIC
                   MOVE WS-ET-DATAHORA-RESGATE(WS-IX-ESTORNO)(1:6)
                       TO WS-PERIODO-PROCURADO
                   PERFORM PROCURAR-PERIODO-FATURADO
                   IF PERIODO-FATURADO
                       PERFORM GUARDAR-CREDITO
                   END-IF
               END-IF
           END-PERFORM.

       GUARDAR-CREDITO.
           MOVE WS-ET-TOKEN(WS-IX-ESTORNO) TO WS-TOKEN-COMPLETO
           PERFORM LER-CAMPANHA-TOKEN
           IF NOT PASSO-FALHOU AND TOKEN-MASTER-CAMPANHA NOT = SPACES
               MOVE SPACES TO SORT-REG
               MOVE TOKEN-MASTER-CAMPANHA TO SORT-CAMPANHA
               MOVE 'C' TO SORT-NATUREZA
               MOVE WS-TOKEN-COMPLETO TO SORT-TOKEN
               MOVE WS-ET-DATAHORA-RESGATE(WS-IX-ESTORNO)
                   TO SORT-DATAHORA-RESGATE
               MOVE WS-ET-DATAHORA(WS-IX-ESTORNO)
                   TO SORT-DATAHORA-ESTORNO
               RELEASE SORT-REG
           END-IF.

       GERAR-ARQUIVOS.
           MOVE 'N' TO WS-FIM-SORT
           MOVE 'N' TO WS-ARQUIVO-ABERTO
           MOVE SPACES TO WS-CAMPANHA-ATUAL
           PERFORM UNTIL FIM-SORT
               RETURN SORT-ARQ
                   AT END
                       MOVE 'Y' TO WS-FIM-SORT
                   NOT AT END
                       IF NOT PASSO-FALHOU
                           IF NOT ARQUIVO-ABERTO
                                   OR SORT-CAMPANHA
                                       NOT = WS-CAMPANHA-ATUAL
                               PERFORM FECHAR-ARQUIVO
                               PERFORM ABRIR-ARQUIVO
                           END-IF
                           IF NOT PASSO-FALHOU
                               PERFORM GRAVAR-DETALHE
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM FECHAR-ARQUIVO.

       ABRIR-ARQUIVO.
           IF WS-QTD-ARQUIVOS NOT < WS-MAX-ARQUIVOS
               DISPLAY 'TOKENFAT: mais de ' WS-MAX-ARQUIVOS
                   ' campanhas no periodo - faturamento recusado'
               MOVE 'Y' TO WS-PASSO-FALHOU
           ELSE
               MOVE SORT-CAMPANHA TO WS-CAMPANHA-ATUAL
               MOVE SPACES TO WS-SAIDA-NOME
               STRING 'fat' DELIMITED BY SIZE
                   WS-CAMPANHA-ATUAL DELIMITED BY SPACE
                   '-' WS-PERIODO '.txt' DELIMITED BY SIZE
                   INTO WS-SAIDA-NOME
               ADD 1 TO WS-QTD-ARQUIVOS
               MOVE WS-QTD-ARQUIVOS TO WS-IX-ARQUIVO
               MOVE WS-CAMPANHA-ATUAL TO WS-AR-CAMPANHA(WS-IX-ARQUIVO)
               MOVE WS-SAIDA-NOME TO WS-AR-NOME(WS-IX-ARQUIVO)
               MOVE ZERO TO WS-AR-QTDE(WS-IX-ARQUIVO)
               MOVE ZERO TO WS-AR-HASH(WS-IX-ARQUIVO)
               MOVE ZERO TO WS-AR-DEBITOS(WS-IX-ARQUIVO)
               MOVE ZERO TO WS-AR-CREDITOS(WS-IX-ARQUIVO)
               OPEN OUTPUT SAIDA-FILE
               IF WS-SAIDA-FILE-STATUS NOT = '00'
                       AND WS-SAIDA-FILE-STATUS NOT = '05'
                   DISPLAY 'TOKENFAT: erro ao abrir ' WS-SAIDA-NOME
                       ', status ' WS-SAIDA-FILE-STATUS
                   MOVE 'Y' TO WS-PASSO-FALHOU
               ELSE
                   MOVE 'Y' TO WS-ARQUIVO-ABERTO
                   MOVE WS-CAMPANHA-ATUAL TO WS-RH-CAMPANHA
                   MOVE WS-PERIODO TO WS-RH-PERIODO
                   MOVE WS-DATAHORA-CORTE(1:8) TO WS-RH-DATA
                   WRITE SAIDA-RECORD FROM WS-REG-HEADER
                   IF WS-SAIDA-FILE-STATUS NOT = '00'
                       DISPLAY 'TOKENFAT: erro ao gravar '
                           WS-SAIDA-NOME ', status '
                           WS-SAIDA-FILE-STATUS
                       MOVE 'Y' TO WS-PASSO-FALHOU
                   END-IF
               END-IF
           END-IF.

       GRAVAR-DETALHE.
           MOVE SORT-NATUREZA TO WS-RD-NATUREZA
           MOVE SORT-TOKEN TO WS-RD-TOKEN
           MOVE SORT-DATAHORA-RESGATE TO WS-RD-DATAHORA-RESGATE
           MOVE SORT-DATAHORA-ESTORNO TO WS-RD-DATAHORA-ESTORNO
           WRITE SAIDA-RECORD FROM WS-REG-DETALHE
           IF WS-SAIDA-FILE-STATUS = '00'
               ADD 1 TO WS-AR-QTDE(WS-IX-ARQUIVO)
               IF SORT-NATUREZA = 'C'
                   ADD 1 TO WS-AR-CREDITOS(WS-IX-ARQUIVO)
               ELSE
                   ADD 1 TO WS-AR-DEBITOS(WS-IX-ARQUIVO)
               END-IF
               COMPUTE WS-AR-HASH(WS-IX-ARQUIVO) = FUNCTION MOD(
                   WS-AR-HASH(WS-IX-ARQUIVO)
                   + FUNCTION NUMVAL(
                       SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)),
                   1000000000000000)
           ELSE
               DISPLAY 'TOKENFAT: erro ao gravar ' WS-SAIDA-NOME
                   ', status ' WS-SAIDA-FILE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           END-IF.

       FECHAR-ARQUIVO.
           IF ARQUIVO-ABERTO
               MOVE WS-AR-QTDE(WS-IX-ARQUIVO) TO WS-RT-QTDE
               MOVE WS-AR-HASH(WS-IX-ARQUIVO) TO WS-RT-HASH
               MOVE WS-AR-DEBITOS(WS-IX-ARQUIVO) TO WS-RT-DEBITOS
               MOVE WS-AR-CREDITOS(WS-IX-ARQUIVO) TO WS-RT-CREDITOS
               WRITE SAIDA-RECORD FROM WS-REG-TRAILER
               IF WS-SAIDA-FILE-STATUS NOT = '00'
                   DISPLAY 'TOKENFAT: erro ao gravar ' WS-SAIDA-NOME
                       ', status ' WS-SAIDA-FILE-STATUS
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
               CLOSE SAIDA-FILE
               MOVE 'N' TO WS-ARQUIVO-ABERTO
           END-IF.

       CONFERIR-ARQUIVOS.
      *>   Read every file just written back off the disk and prove
      *>   its trailer against what is really there - one file that
      *>   does not balance holds back the whole period.
           PERFORM VARYING WS-IX-ARQUIVO FROM 1 BY 1
                   UNTIL WS-IX-ARQUIVO > WS-QTD-ARQUIVOS
               PERFORM CONFERIR-ARQUIVO
           END-PERFORM.

       CONFERIR-ARQUIVO.
           MOVE WS-AR-NOME(WS-IX-ARQUIVO) TO WS-SAIDA-NOME
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE 'N' TO WS-TRAILER-OK
           MOVE ZERO TO WS-RELIDOS
           MOVE ZERO TO WS-HASH-RELIDO
           MOVE ZERO TO WS-DEBITOS-RELIDOS
           MOVE ZERO TO WS-CREDITOS-RELIDOS
           OPEN INPUT SAIDA-FILE
           IF WS-SAIDA-FILE-STATUS NOT = '00'
               DISPLAY 'TOKENFAT: erro ao reler ' WS-SAIDA-NOME
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
                   DISPLAY 'TOKENFAT: trailer nao confere em '
                       WS-SAIDA-NOME ' - relido ' WS-RELIDOS
                       ' detalhe(s)'
                   MOVE 'Y' TO WS-PASSO-FALHOU
               END-IF
           END-IF.

       CONFERIR-REGISTRO.
           EVALUATE WS-RL-TIPO
           WHEN 'H'
               CONTINUE
           WHEN 'D'
               ADD 1 TO WS-RELIDOS
               IF WS-RLD-NATUREZA = 'C'
                   ADD 1 TO WS-CREDITOS-RELIDOS
               ELSE
                   ADD 1 TO WS-DEBITOS-RELIDOS
               END-IF
               COMPUTE WS-HASH-RELIDO = FUNCTION MOD(WS-HASH-RELIDO
                   + FUNCTION NUMVAL(
                       WS-RLD-TOKEN(1:TOKENCFG-COMPRIMENTO)),
                   1000000000000000)
           WHEN 'T'
               IF WS-RL-QTDE = WS-RELIDOS
                       AND WS-RL-HASH = WS-HASH-RELIDO
                       AND WS-RL-DEBITOS = WS-DEBITOS-RELIDOS
                       AND WS-RL-CREDITOS = WS-CREDITOS-RELIDOS
                       AND WS-RL-QTDE = WS-AR-QTDE(WS-IX-ARQUIVO)
                   MOVE 'Y' TO WS-TRAILER-OK
               END-IF
           WHEN OTHER
               MOVE 'N' TO WS-TRAILER-OK
               MOVE 'Y' TO WS-FIM-ARQUIVO
           END-EVALUATE.

       APAGAR-ARQUIVOS.
           PERFORM VARYING WS-IX-ARQUIVO FROM 1 BY 1
                   UNTIL WS-IX-ARQUIVO > WS-QTD-ARQUIVOS
               MOVE WS-AR-NOME(WS-IX-ARQUIVO) TO WS-SAIDA-NOME
               CALL "CBL_DELETE_FILE" USING WS-SAIDA-NOME
               END-CALL
           END-PERFORM.

       GRAVAR-CONTROLE.
      *>   Appended, never rewritten - the file is the history of
      *>   which periods have been billed and when.
           MOVE ZERO TO WS-TOTAL-DEBITOS
           MOVE ZERO TO WS-TOTAL-CREDITOS
           PERFORM VARYING WS-IX-ARQUIVO FROM 1 BY 1
                   UNTIL WS-IX-ARQUIVO > WS-QTD-ARQUIVOS
               ADD WS-AR-DEBITOS(WS-IX-ARQUIVO) TO WS-TOTAL-DEBITOS
               ADD WS-AR-CREDITOS(WS-IX-ARQUIVO) TO WS-TOTAL-CREDITOS
           END-PERFORM
           OPEN EXTEND CTL-FILE
           IF WS-CTL-FILE-STATUS = '00' OR WS-CTL-FILE-STATUS = '05'
               MOVE WS-PERIODO TO CTL-PERIODO
               MOVE WS-DATAHORA-CORTE TO CTL-DATAHORA
               MOVE WS-QTD-ARQUIVOS TO CTL-CAMPANHAS
               MOVE WS-TOTAL-DEBITOS TO CTL-DEBITOS
               MOVE WS-TOTAL-CREDITOS TO CTL-CREDITOS
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
           IF WS-WRITE-STATUS NOT = '00'
               DISPLAY 'TOKENFAT: erro ao gravar fatura.ctl, status '
                   WS-WRITE-STATUS
               MOVE 'Y' TO WS-PASSO-FALHOU
           END-IF.

       IMPRIMIR-RESUMO.
           DISPLAY '============================================='
           DISPLAY 'TOKENFAT: faturamento do periodo ' WS-PERIODO
           DISPLAY '============================================='
           DISPLAY '  CAMPANHA    DEBITOS   CREDITOS   LIQUIDO'
               '    ARQUIVO'
           PERFORM VARYING WS-IX-ARQUIVO FROM 1 BY 1
                   UNTIL WS-IX-ARQUIVO > WS-QTD-ARQUIVOS
               MOVE WS-AR-CAMPANHA(WS-IX-ARQUIVO) TO WS-LC-CAMPANHA
               MOVE WS-AR-DEBITOS(WS-IX-ARQUIVO) TO WS-LC-DEBITOS
               MOVE WS-AR-CREDITOS(WS-IX-ARQUIVO) TO WS-LC-CREDITOS
               COMPUTE WS-LIQUIDO = WS-AR-DEBITOS(WS-IX-ARQUIVO)
                   - WS-AR-CREDITOS(WS-IX-ARQUIVO)
               MOVE WS-LIQUIDO TO WS-LC-LIQUIDO
               MOVE WS-AR-NOME(WS-IX-ARQUIVO) TO WS-LC-ARQUIVO
               DISPLAY WS-LINHA-CAMPANHA
           END-PERFORM
           MOVE 'TOTAL' TO WS-LC-CAMPANHA
           MOVE WS-TOTAL-DEBITOS TO WS-LC-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO WS-LC-CREDITOS
           COMPUTE WS-LIQUIDO = WS-TOTAL-DEBITOS - WS-TOTAL-CREDITOS
           MOVE WS-LIQUIDO TO WS-LC-LIQUIDO
           MOVE SPACES TO WS-LC-ARQUIVO
           DISPLAY WS-LINHA-CAMPANHA
           DISPLAY 'TOKENFAT: ' WS-NO-PERIODO ' resgate(s) no periodo, '
               WS-ESTORNADOS-PERIODO ' estornado(s) antes do '
               'faturamento, ' WS-SEM-CAMPANHA ' sem campanha'
           IF WS-RESGATES-MATRIZ > ZERO
               DISPLAY 'TOKENFAT: ' WS-RESGATES-MATRIZ
                   ' resgate(s) de outra agencia via matriz - '
                   'faturado(s) pela agencia do resgate'
           END-IF
           IF WS-QTD-ARQUIVOS = ZERO
               DISPLAY 'TOKENFAT: nenhum movimento faturavel - '
                   'periodo registrado em fatura.ctl'
           END-IF.
       END PROGRAM     TOKENFAT.
