      *****************************************************************
      * TOKENMNT.cpy
      * Master maintenance event record layout for manutencao.txt
      * (LINE SEQUENTIAL). One record per change TOKENOPM or TOKENCPM
      * makes to operador.idx / campanha.idx:
      *   MANUT-CADASTRO  'O' operator master  (key OPERADOR-ID)
      *                   'C' campaign master  (key CAMPANHA-CODIGO)
      *   MANUT-ACAO      'I' incluir   'D' desativar   'A' ativar
      *   MANUT-SUPERVISOR  the TOKEN_OPERADOR profile id that made
      *                   the change, vouched for on operador.idx as
      *                   active with the SUPERVISOR role
      *   MANUT-ANTES / MANUT-DEPOIS  the whole master record before
      *                   and after the change, left-justified and
      *                   space-filled (ANTES is all spaces for an
      *                   incluir - there was no record)
      * The masters only ever say what is true now; this log is the
      * timeline behind them (tokenopm / tokencpm historico <id>).
      * Like the other audit logs, manutencao.txt is append-only and
      * never rewritten: this layout can only ever grow by adding a
      * new trailing field, and the existing fields must keep their
      * size/position forever - the image fields are sized well past
      * today's master records for that reason.
      *****************************************************************
       01  MANUT-RECORD.
           05  MANUT-DATAHORA          PIC X(14).
           05  MANUT-CADASTRO          PIC X(01).
               88  MANUT-OPERADOR      VALUE 'O'.
               88  MANUT-CAMPANHA      VALUE 'C'.
           05  MANUT-CHAVE             PIC X(08).
           05  MANUT-ACAO              PIC X(01).
               88  MANUT-INCLUSAO      VALUE 'I'.
               88  MANUT-DESATIVACAO   VALUE 'D'.
               88  MANUT-ATIVACAO      VALUE 'A'.
           05  MANUT-SUPERVISOR        PIC X(08).
           05  MANUT-ANTES             PIC X(80).
           05  MANUT-DEPOIS            PIC X(80).
