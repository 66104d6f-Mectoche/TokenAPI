       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TOKENPAS.
      *****************************************************************
      * Outstanding token liability aging report: reads the whole
      * token master (token.idx) and ages every token still open -
      * ATIVO, or RESERVADO on a till hold - against its real expiry,
      * so finance can see how much is outstanding and how old it is.
      *
      * Expiry follows TOKENVAL exactly: the token is good while the
      * days since its issue date do not exceed the validity window -
      * the campaign's CAMPANHA-VALIDADE-DIAS when TOKEN-MASTER-
      * CAMPANHA is set and the campaign is still on campanha.idx,
      * WS-VALIDADE-DIAS (TOKENVAL's global window) otherwise. Each
      * open token falls in exactly one bucket:
      *     HOJE       expires today (last valid day)
      *     ATE 3      expires in 1 to 3 days
      *     ATE 7      expires in 4 to 7 days
      *     MAIS DE 7  expires later than that (long campaign windows)
      *     VENCIDOS   already expired but never redeemed
      *     SEM DATA   blank or non-numeric issue date - nothing to
      *                age it by (TOKENVAL's 'SD' case)
      * and the buckets are totalled per campaign, tokens outside any
      * campaign as (SEM CAMPANHA), with a corporate total.
      *
      * The expired-unredeemed tokens are what finance releases from
      * the liability at month-end, so they are also listed one per
      * line (token, campaign, issue date, expiry date, situation,
      * days past expiry) for the figure to be tied out.
      *
      * The reference date is the optional first command-line
      * argument (AAAAMMDD), defaulting to today - month-end runs it
      * for the last day of the closing month:
      *     tokenpas 20260930
      *
      * Read-only - like TOKENRPT it does not need token.lck.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'token.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-MASTER-TOKEN
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL CAMPANHA-FILE ASSIGN TO 'campanha.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMPANHA-CODIGO
               FILE STATUS IS WS-CAMPANHA-FILE-STATUS.
       DATA DIVISION.
       FILE            SECTION.
       FD  MASTER-FILE.
       COPY TOKENMST.
       FD  CAMPANHA-FILE.
       COPY TOKENCPM.
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-CAMPANHA-FILE-STATUS PIC X(02) VALUE '00'.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-CAMPANHAS-ABERTO     PIC X VALUE 'N'.
           88  CAMPANHAS-ABERTO    VALUE 'Y'.
       01  WS-PARM                 PIC X(20) VALUE SPACES.
       01  WS-DATA-REFERENCIA      PIC X(08) VALUE SPACES.
      *    Global validity window - the same value TOKENVAL applies to
      *    tokens issued outside any campaign (or whose campaign
      *    record has since disappeared).
       01  WS-VALIDADE-DIAS        PIC 9(3) VALUE 7.
       01  WS-VALIDADE-USADA       PIC 9(3) VALUE ZERO.
       01  WS-DIAS-REFERENCIA      PIC S9(09) VALUE ZERO.
       01  WS-DIAS-TOKEN           PIC S9(09) VALUE ZERO.
       01  WS-DIAS-RESTANTES       PIC S9(09) VALUE ZERO.
       01  WS-DIAS-VENCIDO         PIC 9(05) VALUE ZERO.
       01  WS-DATA-VENCIMENTO      PIC 9(08) VALUE ZERO.
       01  WS-BUCKET               PIC 9(01) VALUE ZERO.
       01  WS-LIDOS                PIC 9(07) VALUE ZERO.
       01  WS-EM-ABERTO            PIC 9(07) VALUE ZERO.
       01  WS-QTD-LISTADOS         PIC 9(07) VALUE ZERO.
      *    Per-campaign bucket totals; bucket 1 HOJE, 2 ATE 3, 3 ATE
      *    7, 4 MAIS DE 7, 5 VENCIDOS, 6 SEM DATA. The campaign's
      *    validity days are looked up once, on its first token.
       01  WS-MAX-CAMPANHAS        PIC 9(03) VALUE 200.
       01  WS-QTD-CAMPANHAS        PIC 9(03) VALUE ZERO.
       01  WS-IX-CAMPANHA          PIC 9(03) VALUE ZERO.
       01  WS-IX-BUCKET            PIC 9(01) VALUE ZERO.
       01  WS-CAMPANHA-ACHADA      PIC X VALUE 'N'.
           88  CAMPANHA-ACHADA     VALUE 'Y'.
       01  WS-TABELA-CAMPANHAS.
           05  WS-CAMPANHA OCCURS 200 TIMES.
               10  WS-CP-CODIGO    PIC X(08).
               10  WS-CP-VALIDADE  PIC 9(03).
               10  WS-CP-QTDE      PIC 9(07) OCCURS 6 TIMES.
               10  WS-CP-TOTAL     PIC 9(07).
      *    Campaigns beyond the table still age correctly (their
      *    validity is read per token) and roll into (OUTRAS), so the
      *    corporate total always ties to the master.
       01  WS-OUTRAS.
           05  WS-OT-QTDE          PIC 9(07) OCCURS 6 TIMES.
           05  WS-OT-TOTAL         PIC 9(07).
       01  WS-OUTRAS-USADAS        PIC X VALUE 'N'.
           88  OUTRAS-USADAS       VALUE 'Y'.
       01  WS-GERAL.
           05  WS-GR-QTDE          PIC 9(07) OCCURS 6 TIMES.
           05  WS-GR-TOTAL         PIC 9(07).
       01  WS-LINHA-VENCIDO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LV-TOKEN         PIC X(12).
           05  WS-LV-CAMPANHA      PIC X(15).
           05  WS-LV-EMISSAO       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LV-VENCIMENTO    PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LV-SITUACAO      PIC X(10).
           05  WS-LV-DIAS          PIC ZZ,ZZ9.
       01  WS-LINHA-CAMPANHA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LC-CAMPANHA      PIC X(15).
           05  WS-LC-QTDE          PIC ZZZ,ZZ9 OCCURS 6 TIMES.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LC-TOTAL         PIC Z,ZZZ,ZZ9.
       01  WS-DATA-EDITADA         PIC X(10) VALUE SPACES.
       01  WS-DATA-EDITAR          PIC X(08) VALUE SPACES.
       PROCEDURE       DIVISION.
       PROGRAMA-PRINCIPAL.
           PERFORM OBTER-PARAMETROS
           COMPUTE WS-DIAS-REFERENCIA =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATA-REFERENCIA))
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
                   AND WS-MASTER-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENPAS: erro ao abrir token.idx, status '
                   WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CAMPANHA-FILE
           IF WS-CAMPANHA-FILE-STATUS = '00'
                   OR WS-CAMPANHA-FILE-STATUS = '05'
               MOVE 'Y' TO WS-CAMPANHAS-ABERTO
           ELSE
      *>       Same fallback TOKENVAL takes for a missing campaign
      *>       record - age by the global window, but say so.
               DISPLAY 'TOKENPAS: erro ao abrir campanha.idx, status '
                   WS-CAMPANHA-FILE-STATUS
                   ' - janela global aplicada a todas as campanhas'
           END-IF
           INITIALIZE WS-OUTRAS WS-GERAL
           DISPLAY '============================================='
           DISPLAY 'PASSIVO DE TOKENS EM ABERTO - POSICAO EM '
               WS-DATA-REFERENCIA
           DISPLAY '============================================='
           DISPLAY 'TOKENS VENCIDOS NAO RESGATADOS:'
           DISPLAY '  TOKEN       CAMPANHA       EMISSAO     '
               'VENCIMENTO  SITUACAO    DIAS'
           PERFORM VARRER-MASTER
           CLOSE MASTER-FILE
           IF CAMPANHAS-ABERTO
               CLOSE CAMPANHA-FILE
           END-IF
           DISPLAY '  ' WS-QTD-LISTADOS ' TOKEN(S) VENCIDO(S)'
           DISPLAY ' '
           PERFORM IMPRIMIR-TOTAIS
           DISPLAY '============================================='
           DISPLAY 'TOKENPAS: ' WS-LIDOS ' token(s) no master, '
               WS-EM-ABERTO ' em aberto'
           STOP RUN.

       OBTER-PARAMETROS.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL ' '
               INTO WS-DATA-REFERENCIA
           END-UNSTRING
           IF WS-DATA-REFERENCIA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REFERENCIA
           ELSE
               IF WS-DATA-REFERENCIA IS NOT NUMERIC
                   DISPLAY 'TOKENPAS: data invalida ' WS-DATA-REFERENCIA
                       ' - uso: tokenpas [AAAAMMDD]'
                   STOP RUN
               END-IF
           END-IF.

       VARRER-MASTER.
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
                       ADD 1 TO WS-LIDOS
                       IF TOKEN-MASTER-ATIVO OR TOKEN-MASTER-RESERVADO
                           ADD 1 TO WS-EM-ABERTO
                           PERFORM LOCALIZAR-CAMPANHA
                           PERFORM CLASSIFICAR-TOKEN
                           PERFORM SOMAR-BUCKET
                       END-IF
               END-READ
           END-PERFORM.

       LOCALIZAR-CAMPANHA.
           MOVE 'N' TO WS-CAMPANHA-ACHADA
           PERFORM VARYING WS-IX-CAMPANHA FROM 1 BY 1
                   UNTIL WS-IX-CAMPANHA > WS-QTD-CAMPANHAS
                   OR CAMPANHA-ACHADA
               IF WS-CP-CODIGO(WS-IX-CAMPANHA) = TOKEN-MASTER-CAMPANHA
                   MOVE 'Y' TO WS-CAMPANHA-ACHADA
               END-IF
           END-PERFORM
           IF CAMPANHA-ACHADA
               SUBTRACT 1 FROM WS-IX-CAMPANHA
               MOVE WS-CP-VALIDADE(WS-IX-CAMPANHA) TO WS-VALIDADE-USADA
           ELSE
               PERFORM OBTER-VALIDADE-CAMPANHA
               IF WS-QTD-CAMPANHAS < WS-MAX-CAMPANHAS
                   ADD 1 TO WS-QTD-CAMPANHAS
                   MOVE WS-QTD-CAMPANHAS TO WS-IX-CAMPANHA
                   INITIALIZE WS-CAMPANHA(WS-IX-CAMPANHA)
                   MOVE TOKEN-MASTER-CAMPANHA
                       TO WS-CP-CODIGO(WS-IX-CAMPANHA)
                   MOVE WS-VALIDADE-USADA
                       TO WS-CP-VALIDADE(WS-IX-CAMPANHA)
               ELSE
                   MOVE ZERO TO WS-IX-CAMPANHA
               END-IF
           END-IF.

       OBTER-VALIDADE-CAMPANHA.
      *> The campaign's own window replaces the global one; a campaign
      *> record that has since disappeared falls back to the global
      *> window, exactly as TOKENVAL does at redemption.
           MOVE WS-VALIDADE-DIAS TO WS-VALIDADE-USADA
           IF TOKEN-MASTER-CAMPANHA NOT = SPACES AND CAMPANHAS-ABERTO
               MOVE TOKEN-MASTER-CAMPANHA TO CAMPANHA-CODIGO
               READ CAMPANHA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAMPANHA-VALIDADE-DIAS
                           TO WS-VALIDADE-USADA
               END-READ
           END-IF.

       CLASSIFICAR-TOKEN.
           IF TOKEN-MASTER-DATAHORA(1:8) IS NOT NUMERIC
               MOVE 6 TO WS-BUCKET
           ELSE
               COMPUTE WS-DIAS-TOKEN = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TOKEN-MASTER-DATAHORA(1:8)))
      *>       Last valid day is issue + window: TOKENVAL refuses
      *>       only when the elapsed days EXCEED the window.
               COMPUTE WS-DIAS-RESTANTES = WS-DIAS-TOKEN
                   + WS-VALIDADE-USADA - WS-DIAS-REFERENCIA
               EVALUATE TRUE
               WHEN WS-DIAS-RESTANTES < ZERO
                   MOVE 5 TO WS-BUCKET
                   PERFORM LISTAR-VENCIDO
               WHEN WS-DIAS-RESTANTES = ZERO
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DIAS-RESTANTES NOT > 3
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DIAS-RESTANTES NOT > 7
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
               END-EVALUATE
           END-IF.

       LISTAR-VENCIDO.
           ADD 1 TO WS-QTD-LISTADOS
           MOVE TOKEN-MASTER-TOKEN TO WS-LV-TOKEN
           IF TOKEN-MASTER-CAMPANHA = SPACES
               MOVE '(SEM CAMPANHA)' TO WS-LV-CAMPANHA
           ELSE
               MOVE TOKEN-MASTER-CAMPANHA TO WS-LV-CAMPANHA
           END-IF
           MOVE TOKEN-MASTER-DATAHORA(1:8) TO WS-DATA-EDITAR
           PERFORM EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-LV-EMISSAO
           COMPUTE WS-DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-TOKEN + WS-VALIDADE-USADA)
           MOVE WS-DATA-VENCIMENTO TO WS-DATA-EDITAR
           PERFORM EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-LV-VENCIMENTO
           IF TOKEN-MASTER-RESERVADO
               MOVE 'RESERVADO' TO WS-LV-SITUACAO
           ELSE
               MOVE 'ATIVO' TO WS-LV-SITUACAO
           END-IF
           COMPUTE WS-DIAS-VENCIDO = ZERO - WS-DIAS-RESTANTES
           MOVE WS-DIAS-VENCIDO TO WS-LV-DIAS
           DISPLAY WS-LINHA-VENCIDO.

       EDITAR-DATA.
           MOVE SPACES TO WS-DATA-EDITADA
           STRING WS-DATA-EDITAR(1:4) '-' WS-DATA-EDITAR(5:2) '-'
               WS-DATA-EDITAR(7:2) DELIMITED BY SIZE
               INTO WS-DATA-EDITADA.

       SOMAR-BUCKET.
           IF WS-IX-CAMPANHA > ZERO
               ADD 1 TO WS-CP-QTDE(WS-IX-CAMPANHA, WS-BUCKET)
               ADD 1 TO WS-CP-TOTAL(WS-IX-CAMPANHA)
           ELSE
               MOVE 'Y' TO WS-OUTRAS-USADAS
               ADD 1 TO WS-OT-QTDE(WS-BUCKET)
               ADD 1 TO WS-OT-TOTAL
           END-IF
           ADD 1 TO WS-GR-QTDE(WS-BUCKET)
           ADD 1 TO WS-GR-TOTAL.

       IMPRIMIR-TOTAIS.
           DISPLAY 'TOTAIS POR CAMPANHA:'
           DISPLAY '  CAMPANHA          HOJE  ATE 3  ATE 7'
               ' MAIS 7 VENCID S/DATA      TOTAL'
           PERFORM VARYING WS-IX-CAMPANHA FROM 1 BY 1
                   UNTIL WS-IX-CAMPANHA > WS-QTD-CAMPANHAS
               IF WS-CP-CODIGO(WS-IX-CAMPANHA) = SPACES
                   MOVE '(SEM CAMPANHA)' TO WS-LC-CAMPANHA
               ELSE
                   MOVE WS-CP-CODIGO(WS-IX-CAMPANHA) TO WS-LC-CAMPANHA
               END-IF
               PERFORM VARYING WS-IX-BUCKET FROM 1 BY 1
                       UNTIL WS-IX-BUCKET > 6
                   MOVE WS-CP-QTDE(WS-IX-CAMPANHA, WS-IX-BUCKET)
                       TO WS-LC-QTDE(WS-IX-BUCKET)
               END-PERFORM
               MOVE WS-CP-TOTAL(WS-IX-CAMPANHA) TO WS-LC-TOTAL
               DISPLAY WS-LINHA-CAMPANHA
           END-PERFORM
           IF OUTRAS-USADAS
               MOVE '(OUTRAS)' TO WS-LC-CAMPANHA
               PERFORM VARYING WS-IX-BUCKET FROM 1 BY 1
                       UNTIL WS-IX-BUCKET > 6
                   MOVE WS-OT-QTDE(WS-IX-BUCKET)
                       TO WS-LC-QTDE(WS-IX-BUCKET)
               END-PERFORM
               MOVE WS-OT-TOTAL TO WS-LC-TOTAL
               DISPLAY WS-LINHA-CAMPANHA
           END-IF
           MOVE 'TOTAL GERAL' TO WS-LC-CAMPANHA
           PERFORM VARYING WS-IX-BUCKET FROM 1 BY 1
                   UNTIL WS-IX-BUCKET > 6
               MOVE WS-GR-QTDE(WS-IX-BUCKET)
                   TO WS-LC-QTDE(WS-IX-BUCKET)
           END-PERFORM
           MOVE WS-GR-TOTAL TO WS-LC-TOTAL
           DISPLAY WS-LINHA-CAMPANHA.
       END PROGRAM     TOKENPAS.
