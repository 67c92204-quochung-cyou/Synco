           MOVE "HOLD RELEASED" TO AUD-STATUS-MSG.
           MOVE "HQ" TO AUD-BRANCH-ID.
           MOVE SPACES TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.
