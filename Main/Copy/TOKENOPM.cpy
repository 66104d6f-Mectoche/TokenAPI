      *   SUPERVISOR may reverse redemptions (TOKENEST) and other
      *              override actions
      * Maintained by TOKENOPM (incluir / desativar / ativar /
      * listar / historico), each change logged with its before and
      * after image to manutencao.txt (TOKENMNT.cpy). The
      * transaction programs stopped trusting the
      * TOKEN_OPERADOR / TOKEN_AGENCIA environment variables on
      * their own: the id still comes from the workstation profile,
      * but it must exist here, be active, and hold the role the
