      *****************************************************************
      * TOKENDVL.cpy
      * Head office cross-branch event record layout for
      * devolucao.idx (INDEXED, RECORD KEY DEVOL-CHAVE). One record
      * per redemption, void or reversal that TOKENCON carga applied
      * to a token issued at ANOTHER branch than the one whose
      * event file carried it - the events the issuing branch's own
      * token.idx never hears about:
      *   DEVOL-AGENCIA         the issuing branch, owed the event
      *   DEVOL-EVENTO          'U' resgate  'C' cancelamento
      *                         'E' estorno
      *   DEVOL-DATAHORA        when it happened (for 'E', when the
      *                         reversal was made)
      *   DEVOL-DATAHORA-REF    'E' only: the redemption reversed
      *   DEVOL-AGENCIA-ORIGEM  the branch where it happened
      *   DEVOL-MOTIVO / DEVOL-OPERADOR  as keyed there ('C' / 'E')
      *   DEVOL-SEQUENCIA       the return file that carried it to
      *                         the issuing branch (tokencon retorno);
      *                         zero until shipped
      * The key is branch + token + datahora + event, so one
      * branch's events sort together, each token's in the order
      * they happened, and a rerun of a branch's carga finds the
      * event already on file instead of logging it twice.
      *****************************************************************
       01  DEVOL-MASTER.
           05  DEVOL-CHAVE.
               10  DEVOL-AGENCIA       PIC X(04).
               10  DEVOL-TOKEN         PIC X(11).
               10  DEVOL-DATAHORA      PIC X(14).
               10  DEVOL-EVENTO        PIC X(01).
                   88  DEVOL-RESGATE       VALUE 'U'.
                   88  DEVOL-CANCELAMENTO  VALUE 'C'.
                   88  DEVOL-ESTORNO       VALUE 'E'.
           05  DEVOL-DATAHORA-REF      PIC X(14).
           05  DEVOL-AGENCIA-ORIGEM    PIC X(04).
           05  DEVOL-MOTIVO            PIC X(30).
           05  DEVOL-OPERADOR          PIC X(08).
           05  DEVOL-SEQUENCIA         PIC 9(06).
