*> Shared operator authorization and manual-intervention log
*> routines.  Requires the OPWKWS working fields, an OPERATOR-FILE
*> (OPERFILE, OPERRC record) and a MANUAL-LOG-FILE (MANLOGRC
*> record).  6700 loads the authorized operators; without an
*> OPERFILE the table is empty and no item can be authorized.
*> 6720 checks WS-OPR-PREPARER-ID and WS-OPR-APPROVER-ID, setting
*> WS-OPR-AUTHORIZED or the reason in WS-OPR-REASON: both IDs must
*> be present, different, and on file as active operators holding
*> the authority to prepare and to approve respectively.
*> 6760 opens the MANLOG generation for WS-MLG-LOG-DATE, 6770
*> writes the MANUAL-LOG-RECORD the caller has filled (date and
*> time are stamped here) and 6780 closes it.
 6700-LOAD-OPERATORS.
     MOVE 0 TO WS-OPR-COUNT
     OPEN INPUT OPERATOR-FILE
     IF WS-OPERATOR-STATUS = '35'
         DISPLAY 'OPAUTH - NO OPERFILE PRESENT, NO ITEM CAN BE ',
             'AUTHORIZED'
     ELSE
         IF WS-OPERATOR-STATUS NOT = '00'
             DISPLAY 'OPAUTH - OPERFILE OPEN FAILED, STATUS=',
                 WS-OPERATOR-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
         MOVE 'N' TO WS-OPR-EOF-SWITCH
         PERFORM 6710-LOAD-ONE-OPERATOR UNTIL WS-OPR-EOF
         CLOSE OPERATOR-FILE
     END-IF.

 6710-LOAD-ONE-OPERATOR.
     READ OPERATOR-FILE
         AT END
             SET WS-OPR-EOF TO TRUE
         NOT AT END
             IF OP-OPERATOR-ID NOT = SPACES
                 IF WS-OPR-COUNT >= WS-OPR-MAX
                     DISPLAY 'OPAUTH - OPERATOR TABLE FULL, ',
                         'RAISE WS-OPR-MAX, ABENDING'
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                 END-IF
                 ADD 1 TO WS-OPR-COUNT
                 MOVE OP-OPERATOR-ID TO WS-OPR-ID(WS-OPR-COUNT)
                 MOVE OP-STATUS      TO WS-OPR-STATUS(WS-OPR-COUNT)
                 MOVE OP-AUTHORITY   TO WS-OPR-AUTHORITY(WS-OPR-COUNT)
             END-IF
     END-READ.

 6720-CHECK-AUTHORIZATION.
     MOVE 'N'    TO WS-OPR-AUTH-SWITCH
     MOVE SPACES TO WS-OPR-REASON
     EVALUATE TRUE
         WHEN WS-OPR-PREPARER-ID = SPACES
             MOVE 'PREPARER ID MISSING' TO WS-OPR-REASON
         WHEN WS-OPR-APPROVER-ID = SPACES
             MOVE 'APPROVER ID MISSING' TO WS-OPR-REASON
         WHEN WS-OPR-PREPARER-ID = WS-OPR-APPROVER-ID
             MOVE 'SELF-APPROVED - PREPARER IS THE APPROVER'
                 TO WS-OPR-REASON
         WHEN OTHER
             PERFORM 6730-CHECK-PREPARER
     END-EVALUATE
     IF WS-OPR-REASON = SPACES
         PERFORM 6740-CHECK-APPROVER
     END-IF
     IF WS-OPR-REASON = SPACES
         SET WS-OPR-AUTHORIZED TO TRUE
     END-IF.

 6730-CHECK-PREPARER.
     MOVE WS-OPR-PREPARER-ID TO WS-OPR-LOOKUP-ID
     PERFORM 6750-FIND-OPERATOR
     IF WS-OPR-HIT = 0
         MOVE 'PREPARER NOT ON THE OPERATOR FILE' TO WS-OPR-REASON
     ELSE
         IF NOT WS-OPR-ACTIVE(WS-OPR-HIT)
             MOVE 'PREPARER IS AN INACTIVE OPERATOR' TO WS-OPR-REASON
         ELSE
             IF NOT WS-OPR-MAY-PREPARE(WS-OPR-HIT)
                 MOVE 'PREPARER NOT AUTHORIZED TO PREPARE'
                     TO WS-OPR-REASON
             END-IF
         END-IF
     END-IF.

 6740-CHECK-APPROVER.
     MOVE WS-OPR-APPROVER-ID TO WS-OPR-LOOKUP-ID
     PERFORM 6750-FIND-OPERATOR
     IF WS-OPR-HIT = 0
         MOVE 'APPROVER NOT ON THE OPERATOR FILE' TO WS-OPR-REASON
     ELSE
         IF NOT WS-OPR-ACTIVE(WS-OPR-HIT)
             MOVE 'APPROVER IS AN INACTIVE OPERATOR' TO WS-OPR-REASON
         ELSE
             IF NOT WS-OPR-MAY-APPROVE(WS-OPR-HIT)
                 MOVE 'APPROVER NOT AUTHORIZED TO APPROVE'
                     TO WS-OPR-REASON
             END-IF
         END-IF
     END-IF.

 6750-FIND-OPERATOR.
     MOVE 0 TO WS-OPR-HIT
     PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
         UNTIL WS-OPR-SUB > WS-OPR-COUNT
             OR WS-OPR-HIT > 0
         IF WS-OPR-ID(WS-OPR-SUB) = WS-OPR-LOOKUP-ID
             MOVE WS-OPR-SUB TO WS-OPR-HIT
         END-IF
     END-PERFORM.

 6760-OPEN-MANUAL-LOG.
     MOVE SPACES TO WS-MLG-FILE-NAME
     STRING 'MANLOG.' WS-MLG-LOG-DATE
         DELIMITED BY SIZE INTO WS-MLG-FILE-NAME
     OPEN EXTEND MANUAL-LOG-FILE
     IF WS-MANUAL-LOG-STATUS = '35'
         OPEN OUTPUT MANUAL-LOG-FILE
     END-IF
     IF WS-MANUAL-LOG-STATUS NOT = '00'
         DISPLAY 'OPAUTH - ', WS-MLG-FILE-NAME,
             ' OPEN FAILED, STATUS=', WS-MANUAL-LOG-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     SET WS-MLG-OPEN TO TRUE.

 6770-WRITE-MANUAL-LOG.
     ACCEPT WS-MLG-TIME FROM TIME
     MOVE WS-MLG-LOG-DATE     TO ML-LOG-DATE
     MOVE WS-MLG-TIME(1:6)    TO ML-LOG-TIME
     WRITE MANUAL-LOG-RECORD
     IF WS-MANUAL-LOG-STATUS NOT = '00'
         DISPLAY 'OPAUTH - ', WS-MLG-FILE-NAME,
             ' WRITE FAILED, STATUS=', WS-MANUAL-LOG-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.

 6780-CLOSE-MANUAL-LOG.
     IF WS-MLG-OPEN
         CLOSE MANUAL-LOG-FILE
         MOVE 'N' TO WS-MLG-OPEN-SWITCH
     END-IF.
