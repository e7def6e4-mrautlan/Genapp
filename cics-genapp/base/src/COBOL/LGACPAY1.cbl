      *       reversed; the row is retained, never deleted, so the     *
      *       ledger remains the evidence of what was received and     *
      *       corrected                                                *
      * Return codes follow lgacpol1: 00 ok, 87 policy cancelled (on a *
      * reverse: the row is the refund lgacpol1 made when it           *
      * cancelled the policy, which is not reversed here), 88          *
      * payment already reversed, 90 SQL error, 93 payment date        *
      * missing, 95 policy/payment not found, 96 amount not greater    *
      * than zero, 98 commarea too short, 99 unknown action code.      *
             MOVE '88' TO CA-RETURN-CODE
             GO TO REVERSE-PAYMENT-EXIT
           END-IF
      * A status 'F' row is money paid out on a cancellation, not a
      * payment received - there is nothing here to reverse.
           IF DB2-PAYMENT-STATUS = 'F'
             MOVE '87' TO CA-RETURN-CODE
             GO TO REVERSE-PAYMENT-EXIT
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP.

