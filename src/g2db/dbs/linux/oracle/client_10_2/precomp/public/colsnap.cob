       01  CHKPT-RECORD.
           02  CHKPT-QUERY-ID             PIC X(30).
           02  CHKPT-SQL-TEXT             PIC X(1000).
           02  FILLER                     PIC X(2642).

       FD  DSC-CACHE-FILE.
       01  DSC-CACHE-RECORD.
