      * issued so far.
      *
      * Maintained by TOKENCPM (incluir / desativar / ativar /
      * listar / historico), each change logged with its before and
      * after image to manutencao.txt (TOKENMNT.cpy).
      * TOKENGER reads it at issuance - refusing an unknown, inactive,
      * out-of-window or exhausted campaign - and counts each
      * successful issuance into CAMPANHA-QTD-EMITIDA under the same
