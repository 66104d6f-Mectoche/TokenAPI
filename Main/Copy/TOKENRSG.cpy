      * (digit portion and optional check character as separate fixed
      * fields), so the two files line up field-for-field when read
      * side by side.
      *
      * RESGATE-RECORD-ORIGEM / -AGENCIA mark a redemption that did
      * NOT happen at this branch's tills: 'M' means it was posted
      * by TOKENRTA from a head office return file (see
      * TOKENRTN.cpy) - the token was issued here but redeemed at
      * branch RESGATE-RECORD-AGENCIA. Added after the fact under
      * the same grow-only rule; blank (every record written before,
      * and every local redemption) means done here.
      *****************************************************************
       01  RESGATE-RECORD.
           05  RESGATE-RECORD-TOKEN    PIC X(10).
           05  RESGATE-RECORD-CHECK    PIC X(01).
           05  RESGATE-RECORD-DATAHORA PIC X(14).
           05  RESGATE-RECORD-ORIGEM   PIC X(01).
               88  RESGATE-RECORD-DA-MATRIZ VALUE 'M'.
           05  RESGATE-RECORD-AGENCIA  PIC X(04).
