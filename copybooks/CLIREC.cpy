      * Client master record for CLIENT.Dat - one record per client,
      * keyed on CL-CLIENTNO.  Maintained by MACHINE7 and read at loan
      * creation so repeat customers carry one master name/address.
      * CL-STATUS is ACTIVE, INACTIVE, ANONYMIZED once the MACHINE45
      * retention run has removed the personal data, or MERGED once
      * MACHINE50 has moved a duplicate master's records to the client
      * that survives.
      ******************************************************************
       01  CLIENT-REC.
       	 05 CL-CLIENTNO	PIC 9(5).
