      *                      out  = records recycled (all three sides)
      *                      aux1 = carried forward
      *                      aux2 = written off
      *                      amt  = amount written off
      *            'FILEJOIN' in  = detail records read (three feeds)
      *                      out  = records written to OUT-FILE
      *                      aux1 = records routed to suspense
      *                      aux1 = securities confirmed
      *                      aux2 = securities unconfirmed
      *                      amt  = sum of OUT-TOTAL read
      *            'GLFEED  ' in  = write-off records read
      *                      out  = journal lines written (DTL only)
      *                      aux1 = OUT-FILE records read
      *                      aux2 = journal entries (debit/credit
      *                             pairs) posted
      *                      amt  = total debits (= total credits)
      *                      aux3 = write-off entries posted
      *                      aux3 amt = amount of the write-off
      *                             entries (the rest of amt is the
      *                             tolerance differences)
      *           aux3 and aux3 amt are GLFEED's alone - every other
      *           step writes them zero.
      ******************************************************************
       01  STEP-TOTALS-RECORD.
           05 STEP-NAME           PIC X(8).
           05 STEP-AUX1-COUNT     PIC 9(7).
           05 STEP-AUX2-COUNT     PIC 9(7).
           05 STEP-AMOUNT         PIC 9(11)V99.
           05 STEP-AUX3-COUNT     PIC 9(7).
           05 STEP-AUX3-AMOUNT    PIC 9(11)V99.
