          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT ReportFile ASSIGN TO "ReconcileReport.prt"
          ORGANIZATION IS LINE SEQUENTIAL
