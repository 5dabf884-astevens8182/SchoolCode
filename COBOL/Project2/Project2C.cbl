           MOVE SPACES TO BAL-LAST-TRANS-MONTH.
           MOVE SPACES TO BAL-LAST-TRANS-YEAR.
           MOVE ZEROS TO BAL-CREDIT-LIMIT.
           MOVE 'N' TO BAL-FC-EXEMPT.
           MOVE SPACES TO BAL-LAST-FC-PERIOD.
           MOVE 'A' TO BAL-ACCT-STATUS.
           MOVE SPACES TO BAL-LAST-REFUND-PERIOD.
           MOVE ZEROS TO BAL-MERGED-INTO.
           WRITE BAL-RECORD.

           MOVE OB-CUST-NAME TO XR-CUST-NAME.
