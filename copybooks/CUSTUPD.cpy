      *****************************************************************
      * CUSTUPD.CPY                                                   *
      * Record layout for the customer master update transactions    *
      * CUSTCORR writes for every accepted remediation correction -  *
      * the file handed to the customer master team in place of the  *
      * spreadsheet. One record per customer field changed: the new  *
      * value replaces the field as it stands on the customer master *
      * today, so a name or address is the agreed text left-         *
      * justified, and a balance is packed in the master's own       *
      * S9(9)V99 COMP-3 picture (CU-NEW-BALANCE). Every value has    *
      * already been checked to fit its GRP-TARGET-RECORD field.     *
      *****************************************************************
       01  CUSTUPD-RECORD.
           05  CU-CUSTOMER-NO          PIC X(10).
           05  CU-TRAN-CODE            PIC X(1).
               88  CU-CHANGE-FIELD          VALUE 'C'.
           05  CU-FIELD-NAME           PIC X(20).
           05  CU-NEW-VALUE            PIC X(60).
           05  CU-NEW-AMOUNT REDEFINES CU-NEW-VALUE.
               10  CU-NEW-BALANCE      PIC S9(9)V99 COMP-3.
               10  FILLER              PIC X(54).
           05  CU-ORIGIN               PIC X(8).
           05  CU-CORRECTED-BY         PIC X(8).
           05  CU-EFFECTIVE-DATE       PIC 9(8).
