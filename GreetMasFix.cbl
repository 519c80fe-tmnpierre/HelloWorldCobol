           COMPUTE RH-MISC-COUNT
               = WS-MISSING-COUNT + WS-DIFFERING-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE ZERO TO RH-BUSINESS-DATE
           MOVE ZERO TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.

