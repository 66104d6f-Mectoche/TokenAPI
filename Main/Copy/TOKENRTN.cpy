      *****************************************************************
      * TOKENRTN.cpy
      * Head office return file record layout (LINE SEQUENTIAL),
      * retAAAANNNNNN.txt - branch AAAA, sequence NNNNNN. Written by
      * TOKENCON retorno from devolucao.idx (see TOKENDVL.cpy) and
      * posted to the branch's token.idx by TOKENRTA:
      *     H + branch (4) + sequence (6) + run date (8)
      *     D + event (1) + token (11) + datahora (14)
      *       + datahora ref (14) + branch of origin (4)
      *       + motivo (30) + operador (8)
      *     T + record count (6) + hash total (15)
      * The hash total is the sum of the tokens' digit values,
      * truncated to 15 digits, as in the SMS extract. Each branch's
      * sequence starts at 000001 and moves by one per file: the
      * branch applies exactly the next number, so a file can be
      * neither applied twice nor skipped.
      *****************************************************************
       01  RETORNO-RECORD.
           05  RETORNO-TIPO-REG        PIC X(01).
               88  RETORNO-HEADER      VALUE 'H'.
               88  RETORNO-DETALHE     VALUE 'D'.
               88  RETORNO-TRAILER     VALUE 'T'.
           05  RETORNO-DADOS           PIC X(88).
           05  RETORNO-D REDEFINES RETORNO-DADOS.
               10  RETORNO-EVENTO      PIC X(01).
                   88  RETORNO-RESGATE     VALUE 'U'.
                   88  RETORNO-CANCELAMENTO VALUE 'C'.
                   88  RETORNO-ESTORNO     VALUE 'E'.
               10  RETORNO-TOKEN       PIC X(11).
               10  RETORNO-DATAHORA    PIC X(14).
               10  RETORNO-DATAHORA-REF
                                       PIC X(14).
               10  RETORNO-AGENCIA-ORIGEM
                                       PIC X(04).
               10  RETORNO-MOTIVO      PIC X(30).
               10  RETORNO-OPERADOR    PIC X(08).
               10  FILLER              PIC X(06).
           05  RETORNO-H REDEFINES RETORNO-DADOS.
               10  RETORNO-H-AGENCIA   PIC X(04).
               10  RETORNO-H-SEQUENCIA PIC 9(06).
               10  RETORNO-H-DATA      PIC X(08).
               10  FILLER              PIC X(70).
           05  RETORNO-T REDEFINES RETORNO-DADOS.
               10  RETORNO-T-QTDE      PIC 9(06).
               10  RETORNO-T-HASH      PIC 9(15).
               10  FILLER              PIC X(67).
