      *****************************************************************
      *  SUBLREC.CPY
      *  Account subledger balance record, one per GL account and
      *  currency, keyed on SUB-KEY in the SUBLEDGR KSDS.  AMTSUBL
      *  moves it every cycle by the day's GL-ACK-ACCEPTED postings
      *  from GLEXTRCT, the sign-flip adjustments on GLADJ and the
      *  backouts on GLBKOUT, so an account's position in a currency
      *  is read off one record instead of being added up from
      *  AMTINQ pages and the GL screens.  Every movement is also
      *  written to the SUBLACT activity history (SUBAREC.cpy) with
      *  the balance it left, which is what the AMTSTMT statements
      *  are printed from.
      *****************************************************************
       01  SUBLEDGER-BALANCE-RECORD.
           05  SUB-KEY.
               10  SUB-ACCOUNT-NUMBER      PIC X(10).
               10  SUB-CURRENCY-CODE       PIC X(3).
      *    Running balance in the transaction currency, and its
      *    base-currency (USD) equivalent summed from GL-BASE-AMOUNT
      *    at each posting's own rate.
           05  SUB-BALANCE                 PIC S9(11)V999.
           05  SUB-BASE-BALANCE            PIC S9(13)V99.
      *    Business date of the cycle that first created the record
      *    and of the last cycle that moved it.
           05  SUB-OPENED-DATE             PIC 9(8).
           05  SUB-LAST-ACTIVITY-DATE      PIC 9(8).
           05  SUB-ACTIVITY-COUNT          PIC 9(9).
