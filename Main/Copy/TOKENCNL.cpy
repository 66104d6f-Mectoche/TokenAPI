      * the fact under the same grow-only rule. Records written
      * before the field existed read back with it blank - voided
      * before operator attribution existed.
      *
      * CANCEL-RECORD-ORIGEM / -AGENCIA mark a void that was NOT
      * keyed here: 'M' means it was posted by TOKENRTA from a head
      * office return file (see TOKENRTN.cpy) - the token was issued
      * here but voided at branch CANCEL-RECORD-AGENCIA. Added after
      * the fact under the same grow-only rule; blank (every record
      * written before, and every local void) means done here.
      *****************************************************************
       01  CANCEL-RECORD.
           05  CANCEL-RECORD-TOKEN     PIC X(10).
           05  CANCEL-RECORD-DATAHORA  PIC X(14).
           05  CANCEL-RECORD-MOTIVO    PIC X(30).
           05  CANCEL-RECORD-OPERADOR  PIC X(08).
           05  CANCEL-RECORD-ORIGEM    PIC X(01).
               88  CANCEL-RECORD-DA-MATRIZ VALUE 'M'.
           05  CANCEL-RECORD-AGENCIA   PIC X(04).
