
       WRITE-TRANSFER-RECORD.
           MOVE SO-FROM-ACCT TO TRANS-ACCT-NO.
           MOVE ACCT-PVV TO TRANS-PIN.
           MOVE 4 TO TRANS-OPTION.
           MOVE SO-AMOUNT TO TRANS-AMOUNT.
           MOVE SO-TO-ACCT TO TRANS-TO-ACCT.
