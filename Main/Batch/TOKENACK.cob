      * Every return record is PROVED against the extract it claims
      * to answer - smsenvNNNNNN.txt for its sequence number must
      * exist and contain the token as a D-record - before anything
      * is recorded. A sequence TOKENRCL spent on a campaign-recall
      * cancellation notice has no smsenv file; its returns are
      * proved against smscanNNNNNN.txt instead (the two share the
      * smslast.ctl numbering, so only one of them can exist for a
      * given sequence). Records that do not prove out are listed on the
      * exception report and otherwise ignored, so a corrupt or
      * misdirected return file cannot poison the delivery history.
      *
               MOVE SPACES TO WS-EXT-NOME
               STRING 'smsenv' RET-SEQUENCIA '.txt'
                   DELIMITED BY SIZE INTO WS-EXT-NOME
               PERFORM LER-EXTRATO
      *>       No nightly extract under this number - it may be a
      *>       recall cancellation notice.
               IF NOT EXTRATO-OK
                   MOVE SPACES TO WS-EXT-NOME
                   STRING 'smscan' RET-SEQUENCIA '.txt'
                       DELIMITED BY SIZE INTO WS-EXT-NOME
                   PERFORM LER-EXTRATO
               END-IF
           END-IF.

       LER-EXTRATO.
      *>   OPTIONAL opens a missing file with status '05' - only a
      *>   file really on disk ('00') can prove anything.
           MOVE 'N' TO WS-FIM-EXTRATO
           OPEN INPUT EXT-FILE
           IF WS-EXT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-EXTRATO-OK
               PERFORM UNTIL FIM-EXTRATO
                   READ EXT-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-EXTRATO
                       NOT AT END
                           IF EXT-TIPO = 'D'
                               PERFORM GUARDAR-DETALHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXT-FILE
           ELSE
               IF WS-EXT-FILE-STATUS = '05'
                   CLOSE EXT-FILE
               END-IF
           END-IF.
