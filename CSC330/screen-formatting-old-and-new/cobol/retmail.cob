               RECORD KEY IS CustomerId OF MasterRecord
               FILE STATUS IS MF-Status.
           SELECT InvalidFile ASSIGN TO "address-invalid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvalidRecord
               FILE STATUS IS IV-Status.
           SELECT ReportFile ASSIGN TO "CustomerFile-Returns.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
