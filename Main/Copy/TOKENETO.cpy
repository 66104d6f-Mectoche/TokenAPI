      * (digit portion and optional check character as separate fixed
      * fields), so the audit logs line up field-for-field when read
      * side by side.
      *
      * ESTORNO-RECORD-ORIGEM / -AGENCIA mark a reversal that was
      * NOT keyed here: 'M' means it was posted by TOKENRTA from a
      * head office return file (see TOKENRTN.cpy) - the redemption
      * being reversed happened, and was reversed, at branch
      * ESTORNO-RECORD-AGENCIA. Added after the fact under the same
      * grow-only rule; blank (every record written before, and
      * every local reversal) means done here.
      *****************************************************************
       01  ESTORNO-RECORD.
           05  ESTORNO-RECORD-TOKEN    PIC X(10).
           05  ESTORNO-RECORD-MOTIVO   PIC X(30).
           05  ESTORNO-RECORD-SUPERVISOR
                                       PIC X(08).
           05  ESTORNO-RECORD-ORIGEM   PIC X(01).
               88  ESTORNO-RECORD-DA-MATRIZ VALUE 'M'.
           05  ESTORNO-RECORD-AGENCIA  PIC X(04).
