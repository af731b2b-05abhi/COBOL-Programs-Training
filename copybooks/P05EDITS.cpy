     IF WS-EDIT-OK
         PERFORM 2330-EDIT-AMOUNT
     END-IF
     IF WS-EDIT-OK
         PERFORM 2340-EDIT-TRAN-TYPE
     END-IF
     IF WS-EDIT-OK
         PERFORM 2200-EDIT-INPUT2-TRUNCATION
     END-IF.
             SET WS-EDIT-FAILED  TO TRUE
         END-IF
     END-IF.

*> An adjustment of zero would post an audited change that moves
*> nothing; it is an upstream error, not a no-op.
 2340-EDIT-TRAN-TYPE.
     IF NOT EX-TRAN-TYPE-VALID
         MOVE 'TRAN-TYPE'    TO WS-FIELD-IN-ERROR
         MOVE 'E010'         TO WS-REASON-CODE
         SET WS-EDIT-FAILED  TO TRUE
     ELSE
         IF EX-TRAN-ADJUSTMENT AND EX-IN-AMOUNT = 0
             MOVE 'AMOUNT'       TO WS-FIELD-IN-ERROR
             MOVE 'E011'         TO WS-REASON-CODE
             SET WS-EDIT-FAILED  TO TRUE
         END-IF
     END-IF.
