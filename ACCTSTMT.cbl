      * RESULTING BALANCE, AND THE CLOSING BALANCE.  THE HISTORY IS   *
      * APPENDED IN POSTING ORDER, SO ONE SEQUENTIAL PASS PER         *
      * ACCOUNT DELIVERS THE POSTINGS IN DATE ORDER.  STATEMENTS GO   *
      * TO STMTRPT.DAT, ONE AFTER ANOTHER FOR THE SESSION.  THE       *
      * MONTHLY INTEREST AND FEE ACCRUALS POSTED BY ACCTACCR PRINT AS *
      * THEIR OWN LINES, MARKED INTRST AND FEE.  A ROLLBACK OF THE    *
      * MASTER TO A BACKUP GENERATION BY MASTREST PRINTS AS RLBACK,   *
      * WITH THE AMOUNT THAT TOOK THE BALANCE BACK.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.

       PRINT-POSTING-PARA.
           MOVE HIST-POST-DATE TO RDL-DATE.
           EVALUATE HIST-ACTION
               WHEN "A"
                   MOVE "OPENED" TO RDL-ACTION
               WHEN "I"
                   MOVE "INTRST" TO RDL-ACTION
               WHEN "F"
                   MOVE "FEE"    TO RDL-ACTION
               WHEN "B"
                   MOVE "RLBACK" TO RDL-ACTION
               WHEN OTHER
                   MOVE "POSTED" TO RDL-ACTION
           END-EVALUATE.
           MOVE HIST-TYPE-CODE   TO RDL-TYPE.
           MOVE HIST-KIND-CODE   TO RDL-KIND.
           MOVE HIST-AMOUNT      TO RDL-AMOUNT.
