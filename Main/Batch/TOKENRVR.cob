       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TOKENRVR.
      *****************************************************************
      * Till hold analytics: reads the two-phase redemption trail
      * (reserva.txt, TOKENRVA.cpy) and pairs every hold placed ('R')
      * with the event that settled it - 'C' confirmed (the sale went
      * through), 'L' released by the teller (the sale fell through),
      * 'V' swept by TOKENSWP (the till abandoned it). A hold with no
      * settling event yet is still open.
      *
      * Pairing uses an internal sort by token and timestamp, so the
      * report has no table limit on the volume of holds: each
      * token's events come out in order and each hold is settled by
      * the next event for the same token. A settling event with no
      * hold before it, or a second hold on a token whose first was
      * never settled, is counted and reported - TOKENCFR is the job
      * that chases those against the master.
      *
      * For each day and each hour of the day in the period (by the
      * moment the hold was placed) it shows the holds placed, the
      * percentage confirmed, released, swept and still open, and the
      * average and maximum minutes a token sat on hold before it was
      * settled, with a total line per day. The same figures are
      * broken down by campaign (TOKEN-MASTER-CAMPANHA, holds outside
      * any campaign as (SEM CAMPANHA)) with a grand total. A high
      * %VARR points at a branch leaving holds hanging for the sweep;
      * a high %LIBR at a campaign whose sales fall through.
      *
      * Finally every hold still open at report time is listed with
      * its age in minutes, whatever day it was placed, so a
      * supervisor can chase the till before the nightly sweep runs.
      * Its situation on the token master is shown beside it - only a
      * RESERVADO token is really still held at a till.
      *
      * The period is given on the command line, both ends AAAAMMDD,
      * up to 62 days; the end defaults to the start, the start to
      * today:
      *     tokenrvr
      *     tokenrvr 20261001 20261015
      *
      * Read-only - like TOKENRPT it does not need token.lck.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESERVA-FILE ASSIGN TO 'reserva.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESERVA-FILE-STATUS.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'token.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TOKEN-MASTER-TOKEN
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT SORT-ARQ ASSIGN TO 'tokenrvr.srt'.
       DATA DIVISION.
       FILE            SECTION.
       FD  RESERVA-FILE.
       COPY TOKENRVA.
       FD  MASTER-FILE.
       COPY TOKENMST.
       SD  SORT-ARQ.
       01  SORT-REG.
           05  SORT-TOKEN          PIC X(11).
           05  SORT-DATAHORA       PIC X(14).
           05  SORT-ORDEM          PIC 9(09).
           05  SORT-EVENTO         PIC X(01).
       WORKING-STORAGE SECTION.
       COPY TOKENCFG.
       01  WS-RESERVA-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-FIM-ARQUIVO          PIC X VALUE 'N'.
           88  FIM-ARQUIVO         VALUE 'Y'.
       01  WS-FIM-SORT             PIC X VALUE 'N'.
           88  FIM-SORT            VALUE 'Y'.
       01  WS-PARM                 PIC X(40) VALUE SPACES.
       01  WS-DATA-INICIO          PIC X(08) VALUE SPACES.
       01  WS-DATA-FIM             PIC X(08) VALUE SPACES.
       01  WS-DIAS-INICIO          PIC S9(09) VALUE ZERO.
       01  WS-DIAS-FIM             PIC S9(09) VALUE ZERO.
       01  WS-QTD-DIAS             PIC S9(09) VALUE ZERO.
       01  WS-MAX-DIAS             PIC 9(03) VALUE 62.
       01  WS-DATAHORA-AGORA       PIC X(14) VALUE SPACES.
       01  WS-MINUTOS-AGORA        PIC S9(12) VALUE ZERO.
       01  WS-DATA-CALC            PIC 9(08) VALUE ZERO.
       01  WS-HORA-CALC            PIC 9(02) VALUE ZERO.
       01  WS-MINUTO-CALC          PIC 9(02) VALUE ZERO.
       01  WS-MINUTOS-CALC         PIC S9(12) VALUE ZERO.
       01  WS-DATAHORA-CALC        PIC X(14) VALUE SPACES.
      *    Trail totals.
       01  WS-LIDOS                PIC 9(07) VALUE ZERO.
       01  WS-SEM-DATA             PIC 9(07) VALUE ZERO.
       01  WS-EVENTO-INVALIDO      PIC 9(07) VALUE ZERO.
       01  WS-SEM-RESERVA          PIC 9(07) VALUE ZERO.
       01  WS-SEM-DESFECHO         PIC 9(07) VALUE ZERO.
       01  WS-RESERVAS-TOTAL       PIC 9(07) VALUE ZERO.
      *    The hold being paired: the token whose events are coming
      *    out of the sort, and its hold still waiting to be settled.
       01  WS-TOKEN-ATUAL          PIC X(11) VALUE SPACES.
       01  WS-RESERVA-ABERTA       PIC X VALUE 'N'.
           88  RESERVA-ABERTA      VALUE 'Y'.
       01  WS-AB-DATAHORA          PIC X(14) VALUE SPACES.
       01  WS-AB-MINUTOS           PIC S9(12) VALUE ZERO.
      *    How the hold ended: 'C' confirmed, 'L' released, 'V'
      *    swept, 'A' still open - and after how many minutes.
       01  WS-DESFECHO             PIC X(01) VALUE SPACE.
           88  DESFECHO-ABERTA     VALUE 'A'.
       01  WS-MINUTOS-RESERVA      PIC S9(12) VALUE ZERO.
       01  WS-CAMPANHA-RESERVA     PIC X(08) VALUE SPACES.
       01  WS-SITUACAO-RESERVA     PIC X(01) VALUE SPACE.
       01  WS-IX-DIA               PIC 9(03) VALUE ZERO.
       01  WS-IX-HORA              PIC 9(02) VALUE ZERO.
       01  WS-IX-CAMPANHA          PIC 9(03) VALUE ZERO.
       01  WS-CAMPANHA-ACHADA      PIC X VALUE 'N'.
           88  CAMPANHA-ACHADA     VALUE 'Y'.
      *    One accumulator shape for every line of the report: holds
      *    placed, confirmed, released, swept and still open, total
      *    and longest minutes on hold of the settled ones. The table
      *    entries below have the same shape, moved in and out whole.
       01  WS-ACUM.
           05  WS-AC-QTDE          PIC 9(07).
           05  WS-AC-CONFIRMADAS   PIC 9(07).
           05  WS-AC-LIBERADAS     PIC 9(07).
           05  WS-AC-VARRIDAS      PIC 9(07).
           05  WS-AC-ABERTAS       PIC 9(07).
           05  WS-AC-MINUTOS       PIC 9(11).
           05  WS-AC-MAXIMO        PIC 9(07).
       01  WS-AC-RESOLVIDAS        PIC 9(07) VALUE ZERO.
       01  WS-TABELA-DIAS.
           05  WS-DIA OCCURS 62 TIMES.
               10  WS-DI-HORA OCCURS 24 TIMES.
                   15  WS-DH-CONT  PIC 9(07) OCCURS 5 TIMES.
                   15  WS-DH-MIN   PIC 9(11).
                   15  WS-DH-MAX   PIC 9(07).
               10  WS-DI-TOTAL.
                   15  WS-DT-CONT  PIC 9(07) OCCURS 5 TIMES.
                   15  WS-DT-MIN   PIC 9(11).
                   15  WS-DT-MAX   PIC 9(07).
       01  WS-MAX-CAMPANHAS        PIC 9(03) VALUE 200.
       01  WS-QTD-CAMPANHAS        PIC 9(03) VALUE ZERO.
       01  WS-TABELA-CAMPANHAS.
           05  WS-CAMPANHA OCCURS 200 TIMES.
               10  WS-CP-CODIGO    PIC X(08).
               10  WS-CP-ACUM.
                   15  WS-CP-CONT  PIC 9(07) OCCURS 5 TIMES.
                   15  WS-CP-MIN   PIC 9(11).
                   15  WS-CP-MAX   PIC 9(07).
      *    Campaigns beyond the table roll into (OUTRAS), so the
      *    campaign lines always add up to the grand total.
       01  WS-OUTRAS.
           05  WS-OT-CONT          PIC 9(07) OCCURS 5 TIMES.
           05  WS-OT-MIN           PIC 9(11).
           05  WS-OT-MAX           PIC 9(07).
       01  WS-OUTRAS-USADAS        PIC X VALUE 'N'.
           88  OUTRAS-USADAS       VALUE 'Y'.
       01  WS-GERAL.
           05  WS-GR-CONT          PIC 9(07) OCCURS 5 TIMES.
           05  WS-GR-MIN           PIC 9(11).
           05  WS-GR-MAX           PIC 9(07).
      *    Holds still open at report time, listed at the end; past
      *    the table they are still counted, just not listed.
       01  WS-MAX-ABERTAS          PIC 9(04) VALUE 1000.
       01  WS-QTD-ABERTAS          PIC 9(04) VALUE ZERO.
       01  WS-ABERTAS-NAO-LISTADAS PIC 9(07) VALUE ZERO.
       01  WS-IX-ABERTA            PIC 9(04) VALUE ZERO.
       01  WS-TABELA-ABERTAS.
           05  WS-ABERTA OCCURS 1000 TIMES.
               10  WS-AT-TOKEN     PIC X(11).
               10  WS-AT-DATAHORA  PIC X(14).
               10  WS-AT-MINUTOS   PIC 9(07).
               10  WS-AT-CAMPANHA  PIC X(08).
               10  WS-AT-SITUACAO  PIC X(01).
       01  WS-LINHA-RESERVA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LR-ROTULO        PIC X(15).
           05  WS-LR-QTDE          PIC ZZZ,ZZ9.
           05  WS-LR-PCT-CONF      PIC ZZZ9.9.
           05  WS-LR-PCT-LIBR      PIC ZZZ9.9.
           05  WS-LR-PCT-VARR      PIC ZZZ9.9.
           05  WS-LR-PCT-ABER      PIC ZZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-LR-MEDIA         PIC ZZZ,ZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-LR-MAXIMO        PIC ZZZ,ZZ9.
       01  WS-LINHA-ABERTA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LA-TOKEN         PIC X(12).
           05  WS-LA-CAMPANHA      PIC X(15).
           05  WS-LA-DATAHORA      PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LA-IDADE         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LA-SITUACAO      PIC X(20).
       01  WS-DATA-EDITADA         PIC X(10) VALUE SPACES.
       01  WS-DATA-EDITAR          PIC X(08) VALUE SPACES.
       PROCEDURE       DIVISION.
       PROGRAMA-PRINCIPAL.
           PERFORM OBTER-PARAMETROS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATAHORA-AGORA
           MOVE WS-DATAHORA-AGORA TO WS-DATAHORA-CALC
           PERFORM CALCULAR-MINUTOS
           MOVE WS-MINUTOS-CALC TO WS-MINUTOS-AGORA
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
                   AND WS-MASTER-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRVR: erro ao abrir token.idx, status '
                   WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF
           INITIALIZE WS-TABELA-DIAS WS-OUTRAS WS-GERAL
           SORT SORT-ARQ
               ON ASCENDING KEY SORT-TOKEN SORT-DATAHORA SORT-ORDEM
               INPUT PROCEDURE IS LER-RESERVAS
               OUTPUT PROCEDURE IS PAREAR-RESERVAS
           CLOSE MASTER-FILE
           DISPLAY '============================================='
           DISPLAY 'RESERVAS DE CAIXA - PERIODO ' WS-DATA-INICIO
               ' A ' WS-DATA-FIM
           DISPLAY '============================================='
           PERFORM IMPRIMIR-DIAS
           DISPLAY ' '
           PERFORM IMPRIMIR-CAMPANHAS
           DISPLAY ' '
           PERFORM IMPRIMIR-ABERTAS
           DISPLAY '============================================='
           DISPLAY 'TOKENRVR: ' WS-LIDOS ' evento(s) de reserva, '
               WS-RESERVAS-TOTAL ' reserva(s) no periodo'
           IF WS-SEM-DATA > ZERO
               DISPLAY 'TOKENRVR: ' WS-SEM-DATA
                   ' evento(s) sem data legivel - ignorado(s)'
           END-IF
           IF WS-EVENTO-INVALIDO > ZERO
               DISPLAY 'TOKENRVR: ' WS-EVENTO-INVALIDO
                   ' evento(s) de tipo desconhecido - ignorado(s)'
           END-IF
           IF WS-SEM-RESERVA > ZERO
               DISPLAY 'TOKENRVR: ' WS-SEM-RESERVA
                   ' desfecho(s) sem reserva anterior'
           END-IF
           IF WS-SEM-DESFECHO > ZERO
               DISPLAY 'TOKENRVR: ' WS-SEM-DESFECHO
                   ' reserva(s) refeita(s) sem desfecho da anterior'
           END-IF
           STOP RUN.

       OBTER-PARAMETROS.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL ' '
               INTO WS-DATA-INICIO WS-DATA-FIM
           END-UNSTRING
           IF WS-DATA-INICIO = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-INICIO
           END-IF
           IF WS-DATA-FIM = SPACES
               MOVE WS-DATA-INICIO TO WS-DATA-FIM
           END-IF
           IF WS-DATA-INICIO IS NOT NUMERIC
                   OR WS-DATA-FIM IS NOT NUMERIC
               DISPLAY 'TOKENRVR: data invalida - uso: tokenrvr '
                   '[AAAAMMDD [AAAAMMDD]]'
               STOP RUN
           END-IF
           COMPUTE WS-DIAS-INICIO = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-DATA-INICIO))
           COMPUTE WS-DIAS-FIM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-DATA-FIM))
           COMPUTE WS-QTD-DIAS = WS-DIAS-FIM - WS-DIAS-INICIO + 1
           IF WS-QTD-DIAS < 1 OR WS-QTD-DIAS > WS-MAX-DIAS
               DISPLAY 'TOKENRVR: periodo ' WS-DATA-INICIO ' a '
                   WS-DATA-FIM ' invalido - de 1 a ' WS-MAX-DIAS
                   ' dia(s)'
               STOP RUN
           END-IF.

       CALCULAR-MINUTOS.
      *> Whole minutes since the epoch INTEGER-OF-DATE counts from -
      *> the same measure TOKENSWP ages a hold by.
           MOVE WS-DATAHORA-CALC(1:8) TO WS-DATA-CALC
           MOVE WS-DATAHORA-CALC(9:2) TO WS-HORA-CALC
           MOVE WS-DATAHORA-CALC(11:2) TO WS-MINUTO-CALC
           COMPUTE WS-MINUTOS-CALC =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALC) * 1440
               + WS-HORA-CALC * 60 + WS-MINUTO-CALC.

       LER-RESERVAS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT RESERVA-FILE
           IF WS-RESERVA-FILE-STATUS NOT = '00'
                   AND WS-RESERVA-FILE-STATUS NOT = '05'
               DISPLAY 'TOKENRVR: erro ao abrir reserva.txt, status '
                   WS-RESERVA-FILE-STATUS
               MOVE 'Y' TO WS-FIM-ARQUIVO
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RESERVA-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           PERFORM LIBERAR-EVENTO
                   END-READ
               END-PERFORM
               CLOSE RESERVA-FILE
           END-IF.

       LIBERAR-EVENTO.
      *>   The file order is kept as the last sort key, so two events
      *>   for one token in the same second still pair in the order
      *>   they happened.
           IF RESERVA-RECORD-DATAHORA IS NOT NUMERIC
               ADD 1 TO WS-SEM-DATA
           ELSE
               MOVE SPACES TO SORT-TOKEN
               MOVE RESERVA-RECORD-TOKEN(1:TOKENCFG-COMPRIMENTO)
                   TO SORT-TOKEN(1:TOKENCFG-COMPRIMENTO)
               IF TOKENCFG-ALFA-CHECK
                   MOVE RESERVA-RECORD-CHECK
                       TO SORT-TOKEN(TOKENCFG-COMPRIMENTO + 1:1)
               END-IF
               MOVE RESERVA-RECORD-DATAHORA TO SORT-DATAHORA
               MOVE WS-LIDOS TO SORT-ORDEM
               MOVE RESERVA-RECORD-EVENTO TO SORT-EVENTO
               RELEASE SORT-REG
           END-IF.

       PAREAR-RESERVAS.
           MOVE 'N' TO WS-FIM-SORT
           MOVE SPACES TO WS-TOKEN-ATUAL
           MOVE 'N' TO WS-RESERVA-ABERTA
           PERFORM UNTIL FIM-SORT
               RETURN SORT-ARQ
                   AT END
                       MOVE 'Y' TO WS-FIM-SORT
                   NOT AT END
                       IF SORT-TOKEN NOT = WS-TOKEN-ATUAL
                           PERFORM FECHAR-TOKEN
                           MOVE SORT-TOKEN TO WS-TOKEN-ATUAL
                       END-IF
                       PERFORM PAREAR-EVENTO
               END-RETURN
           END-PERFORM
           PERFORM FECHAR-TOKEN.

       PAREAR-EVENTO.
           EVALUATE SORT-EVENTO
           WHEN 'R'
               IF RESERVA-ABERTA
      *>           Held again with no settling event for the first
      *>           hold - that one cannot be timed; the new one is
      *>           paired from here.
                   ADD 1 TO WS-SEM-DESFECHO
               END-IF
               MOVE 'Y' TO WS-RESERVA-ABERTA
               MOVE SORT-DATAHORA TO WS-AB-DATAHORA
               MOVE SORT-DATAHORA TO WS-DATAHORA-CALC
               PERFORM CALCULAR-MINUTOS
               MOVE WS-MINUTOS-CALC TO WS-AB-MINUTOS
           WHEN 'C'
           WHEN 'L'
           WHEN 'V'
               IF RESERVA-ABERTA
                   MOVE SORT-EVENTO TO WS-DESFECHO
                   MOVE SORT-DATAHORA TO WS-DATAHORA-CALC
                   PERFORM CALCULAR-MINUTOS
                   COMPUTE WS-MINUTOS-RESERVA =
                       WS-MINUTOS-CALC - WS-AB-MINUTOS
                   PERFORM CONTABILIZAR-RESERVA
                   MOVE 'N' TO WS-RESERVA-ABERTA
               ELSE
                   ADD 1 TO WS-SEM-RESERVA
               END-IF
           WHEN OTHER
               ADD 1 TO WS-EVENTO-INVALIDO
           END-EVALUATE.

       FECHAR-TOKEN.
           IF RESERVA-ABERTA
               MOVE 'A' TO WS-DESFECHO
               COMPUTE WS-MINUTOS-RESERVA =
                   WS-MINUTOS-AGORA - WS-AB-MINUTOS
               PERFORM CONTABILIZAR-RESERVA
               PERFORM REGISTRAR-ABERTA
               MOVE 'N' TO WS-RESERVA-ABERTA
           END-IF.

       CONTABILIZAR-RESERVA.
      *>   A hold belongs to the day and hour it was placed, wherever
      *>   it was settled.
           IF WS-AB-DATAHORA(1:8) NOT < WS-DATA-INICIO
                   AND WS-AB-DATAHORA(1:8) NOT > WS-DATA-FIM
               ADD 1 TO WS-RESERVAS-TOTAL
               IF WS-MINUTOS-RESERVA < ZERO
                   MOVE ZERO TO WS-MINUTOS-RESERVA
               END-IF
               PERFORM LER-MASTER-RESERVA
               COMPUTE WS-IX-DIA = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-AB-DATAHORA(1:8)))
                   - WS-DIAS-INICIO + 1
               COMPUTE WS-IX-HORA =
                   FUNCTION NUMVAL(WS-AB-DATAHORA(9:2)) + 1
               MOVE WS-DI-HORA(WS-IX-DIA, WS-IX-HORA) TO WS-ACUM
               PERFORM SOMAR-ACUM
               MOVE WS-ACUM TO WS-DI-HORA(WS-IX-DIA, WS-IX-HORA)
               MOVE WS-DI-TOTAL(WS-IX-DIA) TO WS-ACUM
               PERFORM SOMAR-ACUM
               MOVE WS-ACUM TO WS-DI-TOTAL(WS-IX-DIA)
               PERFORM LOCALIZAR-CAMPANHA
               IF WS-IX-CAMPANHA > ZERO
                   MOVE WS-CP-ACUM(WS-IX-CAMPANHA) TO WS-ACUM
                   PERFORM SOMAR-ACUM
                   MOVE WS-ACUM TO WS-CP-ACUM(WS-IX-CAMPANHA)
               ELSE
                   MOVE 'Y' TO WS-OUTRAS-USADAS
                   MOVE WS-OUTRAS TO WS-ACUM
                   PERFORM SOMAR-ACUM
                   MOVE WS-ACUM TO WS-OUTRAS
               END-IF
               MOVE WS-GERAL TO WS-ACUM
               PERFORM SOMAR-ACUM
               MOVE WS-ACUM TO WS-GERAL
           END-IF.

       SOMAR-ACUM.
           ADD 1 TO WS-AC-QTDE
           EVALUATE WS-DESFECHO
           WHEN 'C'
               ADD 1 TO WS-AC-CONFIRMADAS
           WHEN 'L'
               ADD 1 TO WS-AC-LIBERADAS
           WHEN 'V'
               ADD 1 TO WS-AC-VARRIDAS
           WHEN OTHER
               ADD 1 TO WS-AC-ABERTAS
           END-EVALUATE
      *>   Time on hold is measured over settled holds only - an open
      *>   one is still counting, and is listed with its age instead.
           IF NOT DESFECHO-ABERTA
               ADD WS-MINUTOS-RESERVA TO WS-AC-MINUTOS
               IF WS-MINUTOS-RESERVA > WS-AC-MAXIMO
                   MOVE WS-MINUTOS-RESERVA TO WS-AC-MAXIMO
               END-IF
           END-IF.

       LER-MASTER-RESERVA.
           MOVE SPACES TO WS-CAMPANHA-RESERVA
           MOVE SPACE TO WS-SITUACAO-RESERVA
           MOVE WS-TOKEN-ATUAL TO TOKEN-MASTER-TOKEN
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TOKEN-MASTER-CAMPANHA TO WS-CAMPANHA-RESERVA
                   MOVE TOKEN-MASTER-SITUACAO TO WS-SITUACAO-RESERVA
           END-READ.

       LOCALIZAR-CAMPANHA.
           MOVE 'N' TO WS-CAMPANHA-ACHADA
           PERFORM VARYING WS-IX-CAMPANHA FROM 1 BY 1
                   UNTIL WS-IX-CAMPANHA > WS-QTD-CAMPANHAS
                   OR CAMPANHA-ACHADA
               IF WS-CP-CODIGO(WS-IX-CAMPANHA) = WS-CAMPANHA-RESERVA
                   MOVE 'Y' TO WS-CAMPANHA-ACHADA
               END-IF
           END-PERFORM
           IF CAMPANHA-ACHADA
               SUBTRACT 1 FROM WS-IX-CAMPANHA
           ELSE
               IF WS-QTD-CAMPANHAS < WS-MAX-CAMPANHAS
                   ADD 1 TO WS-QTD-CAMPANHAS
                   MOVE WS-QTD-CAMPANHAS TO WS-IX-CAMPANHA
                   INITIALIZE WS-CAMPANHA(WS-IX-CAMPANHA)
                   MOVE WS-CAMPANHA-RESERVA
                       TO WS-CP-CODIGO(WS-IX-CAMPANHA)
               ELSE
                   MOVE ZERO TO WS-IX-CAMPANHA
               END-IF
           END-IF.

       REGISTRAR-ABERTA.
           IF WS-QTD-ABERTAS < WS-MAX-ABERTAS
               PERFORM LER-MASTER-RESERVA
               ADD 1 TO WS-QTD-ABERTAS
               MOVE WS-TOKEN-ATUAL TO WS-AT-TOKEN(WS-QTD-ABERTAS)
               MOVE WS-AB-DATAHORA TO WS-AT-DATAHORA(WS-QTD-ABERTAS)
               IF WS-MINUTOS-RESERVA < ZERO
                   MOVE ZERO TO WS-AT-MINUTOS(WS-QTD-ABERTAS)
               ELSE
                   MOVE WS-MINUTOS-RESERVA
                       TO WS-AT-MINUTOS(WS-QTD-ABERTAS)
               END-IF
               MOVE WS-CAMPANHA-RESERVA
                   TO WS-AT-CAMPANHA(WS-QTD-ABERTAS)
               MOVE WS-SITUACAO-RESERVA
                   TO WS-AT-SITUACAO(WS-QTD-ABERTAS)
           ELSE
               ADD 1 TO WS-ABERTAS-NAO-LISTADAS
           END-IF.

       IMPRIMIR-CABECALHO.
           DISPLAY '  ' WS-LR-ROTULO '   QTDE %CONF %LIBR %VARR'
               ' %ABER MEDIA MIN MAX MIN'.

       IMPRIMIR-DIAS.
           DISPLAY 'RESERVAS POR DIA E HORA (MINUTOS EM RESERVA):'
           MOVE 'DIA        HORA' TO WS-LR-ROTULO
           PERFORM IMPRIMIR-CABECALHO
           PERFORM VARYING WS-IX-DIA FROM 1 BY 1
                   UNTIL WS-IX-DIA > WS-QTD-DIAS
               COMPUTE WS-DATA-CALC = FUNCTION DATE-OF-INTEGER(
                   WS-DIAS-INICIO + WS-IX-DIA - 1)
               MOVE WS-DATA-CALC TO WS-DATA-EDITAR
               PERFORM EDITAR-DATA
               PERFORM VARYING WS-IX-HORA FROM 1 BY 1
                       UNTIL WS-IX-HORA > 24
                   MOVE WS-DI-HORA(WS-IX-DIA, WS-IX-HORA) TO WS-ACUM
                   IF WS-AC-QTDE > ZERO
                       MOVE SPACES TO WS-LR-ROTULO
                       MOVE WS-DATA-EDITADA TO WS-LR-ROTULO(1:10)
                       MOVE WS-IX-HORA TO WS-HORA-CALC
                       SUBTRACT 1 FROM WS-HORA-CALC
                       MOVE WS-HORA-CALC TO WS-LR-ROTULO(12:2)
                       MOVE 'H' TO WS-LR-ROTULO(14:1)
                       PERFORM IMPRIMIR-ACUM
                   END-IF
               END-PERFORM
               MOVE WS-DI-TOTAL(WS-IX-DIA) TO WS-ACUM
               IF WS-AC-QTDE > ZERO
                   MOVE SPACES TO WS-LR-ROTULO
                   MOVE WS-DATA-EDITADA TO WS-LR-ROTULO(1:10)
                   MOVE 'DIA' TO WS-LR-ROTULO(12:3)
                   PERFORM IMPRIMIR-ACUM
               END-IF
           END-PERFORM.

       IMPRIMIR-CAMPANHAS.
           DISPLAY 'RESERVAS POR CAMPANHA:'
           MOVE 'CAMPANHA' TO WS-LR-ROTULO
           PERFORM IMPRIMIR-CABECALHO
           PERFORM VARYING WS-IX-CAMPANHA FROM 1 BY 1
                   UNTIL WS-IX-CAMPANHA > WS-QTD-CAMPANHAS
               IF WS-CP-CODIGO(WS-IX-CAMPANHA) = SPACES
                   MOVE '(SEM CAMPANHA)' TO WS-LR-ROTULO
               ELSE
                   MOVE WS-CP-CODIGO(WS-IX-CAMPANHA) TO WS-LR-ROTULO
               END-IF
               MOVE WS-CP-ACUM(WS-IX-CAMPANHA) TO WS-ACUM
               PERFORM IMPRIMIR-ACUM
           END-PERFORM
           IF OUTRAS-USADAS
               MOVE '(OUTRAS)' TO WS-LR-ROTULO
               MOVE WS-OUTRAS TO WS-ACUM
               PERFORM IMPRIMIR-ACUM
           END-IF
           MOVE 'TOTAL GERAL' TO WS-LR-ROTULO
           MOVE WS-GERAL TO WS-ACUM
           PERFORM IMPRIMIR-ACUM.

       IMPRIMIR-ACUM.
           MOVE WS-AC-QTDE TO WS-LR-QTDE
           MOVE ZERO TO WS-LR-PCT-CONF WS-LR-PCT-LIBR
               WS-LR-PCT-VARR WS-LR-PCT-ABER WS-LR-MEDIA
           IF WS-AC-QTDE > ZERO
               COMPUTE WS-LR-PCT-CONF ROUNDED =
                   WS-AC-CONFIRMADAS * 100 / WS-AC-QTDE
               COMPUTE WS-LR-PCT-LIBR ROUNDED =
                   WS-AC-LIBERADAS * 100 / WS-AC-QTDE
               COMPUTE WS-LR-PCT-VARR ROUNDED =
                   WS-AC-VARRIDAS * 100 / WS-AC-QTDE
               COMPUTE WS-LR-PCT-ABER ROUNDED =
                   WS-AC-ABERTAS * 100 / WS-AC-QTDE
           END-IF
           COMPUTE WS-AC-RESOLVIDAS = WS-AC-QTDE - WS-AC-ABERTAS
           IF WS-AC-RESOLVIDAS > ZERO
               COMPUTE WS-LR-MEDIA ROUNDED =
                   WS-AC-MINUTOS / WS-AC-RESOLVIDAS
           END-IF
           MOVE WS-AC-MAXIMO TO WS-LR-MAXIMO
           DISPLAY WS-LINHA-RESERVA.

       IMPRIMIR-ABERTAS.
           DISPLAY 'RESERVAS EM ABERTO EM ' WS-DATAHORA-AGORA
               ' (TODOS OS DIAS):'
           DISPLAY '  TOKEN       CAMPANHA       RESERVADO EM      '
               'MINUTOS  MASTER'
           PERFORM VARYING WS-IX-ABERTA FROM 1 BY 1
                   UNTIL WS-IX-ABERTA > WS-QTD-ABERTAS
               MOVE WS-AT-TOKEN(WS-IX-ABERTA) TO WS-LA-TOKEN
               IF WS-AT-CAMPANHA(WS-IX-ABERTA) = SPACES
                   MOVE '(SEM CAMPANHA)' TO WS-LA-CAMPANHA
               ELSE
                   MOVE WS-AT-CAMPANHA(WS-IX-ABERTA) TO WS-LA-CAMPANHA
               END-IF
               MOVE WS-AT-DATAHORA(WS-IX-ABERTA)(1:8) TO WS-DATA-EDITAR
               PERFORM EDITAR-DATA
               MOVE SPACES TO WS-LA-DATAHORA
               STRING WS-DATA-EDITADA ' '
                   WS-AT-DATAHORA(WS-IX-ABERTA)(9:2) ':'
                   WS-AT-DATAHORA(WS-IX-ABERTA)(11:2)
                   DELIMITED BY SIZE INTO WS-LA-DATAHORA
               MOVE WS-AT-MINUTOS(WS-IX-ABERTA) TO WS-LA-IDADE
      *>       Anything but RESERVADO on the master means the trail
      *>       and the master disagree - TOKENCFR territory, not a
      *>       till to chase.
               EVALUATE WS-AT-SITUACAO(WS-IX-ABERTA)
               WHEN 'R'
                   MOVE 'RESERVADO' TO WS-LA-SITUACAO
               WHEN 'A'
                   MOVE 'ATIVO (DIVERGE)' TO WS-LA-SITUACAO
               WHEN 'U'
                   MOVE 'UTILIZADO (DIVERGE)' TO WS-LA-SITUACAO
               WHEN 'C'
                   MOVE 'CANCELADO (DIVERGE)' TO WS-LA-SITUACAO
               WHEN OTHER
                   MOVE 'FORA DO MASTER' TO WS-LA-SITUACAO
               END-EVALUATE
               DISPLAY WS-LINHA-ABERTA
           END-PERFORM
           DISPLAY '  ' WS-QTD-ABERTAS ' RESERVA(S) EM ABERTO'
           IF WS-ABERTAS-NAO-LISTADAS > ZERO
               DISPLAY '  MAIS ' WS-ABERTAS-NAO-LISTADAS
                   ' RESERVA(S) EM ABERTO NAO LISTADA(S)'
           END-IF.

       EDITAR-DATA.
           MOVE SPACES TO WS-DATA-EDITADA
           STRING WS-DATA-EDITAR(1:4) '-' WS-DATA-EDITAR(5:2) '-'
               WS-DATA-EDITAR(7:2) DELIMITED BY SIZE
               INTO WS-DATA-EDITADA.
       END PROGRAM     TOKENRVR.
