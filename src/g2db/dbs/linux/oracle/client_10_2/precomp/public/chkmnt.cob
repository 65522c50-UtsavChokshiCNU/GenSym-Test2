           02  CHKPT-TIMESTAMP            PIC X(26).
      * CHKPT-SQLDFND + CHKPT-BND-SQLDFND (4 + 4) followed by the
      * 100-entry select (20 bytes each) and bind (6 bytes each)
      * column arrays and CHKPT-REJECT-COUNT (4) - see chkpt.cob.
           02  FILLER                     PIC X(2612).

       FD  DSC-CACHE-FILE.
       01  DSC-CACHE-RECORD.
