      * TRANSNO.  Written at loan creation with the shelf/box location
      * keyed by the teller; VLT-STATUS is IN while the pledge is
      * physically in the vault, RELEASED once handed back at
      * redemption, AUCTION once MACHINE8 pulls it into a lot and
      * SETTLED once MACHINE37 compensates the pawner for a lost or
      * damaged pledge.  Every movement is also logged to
      * VAULTMOV.log.  The MACHINE20 stock-take reconciles this file
      * against LOAN.Dat.
      ******************************************************************
       01  VAULT-REC.
       	 05 VLT-TRANSNO	PIC 9(5).
