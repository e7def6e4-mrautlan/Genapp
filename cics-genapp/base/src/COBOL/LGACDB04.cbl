               MOVE '82' TO D2-RETURN-CODE
               GO TO VERIFY-SIGNON-EXIT
             WHEN OTHER
      * A retired credential (a customer record merged away), a
      * suspended one (a customer recorded as deceased) or any state
      * this program does not recognise never verifies.
               MOVE '83' TO D2-RETURN-CODE
               GO TO VERIFY-SIGNON-EXIT
           END-EVALUATE
