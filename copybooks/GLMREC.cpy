      * extract posts it to.  Keys used: CASH, LOANS (pledge loans
      * receivable), INTINC, PENINC, AUCINC (disposal proceeds),
      * SURPAY (auction surplus payable), BUYSTK (purchased stock on
      * hand), CHANNEL (e-wallet/bank settlement clearing - that
      * money never enters a drawer), SVCINC (service charge income),
      * DSTPAY (documentary stamp tax payable), LAYDEP (layaway
      * customer deposits held), LAYINC (forfeited layaway
      * deposits) and INCLOSS (compensation paid for lost or damaged
      * pledges).  The MACHINE33 month-end accrual also reads INTINC
      * and INTREC (interest receivable).  Head-office defaults apply
      * when the file is absent.
      ******************************************************************
       01  GLMAP-REC.
