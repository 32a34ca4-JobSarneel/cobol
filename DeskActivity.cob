          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT ReportFile ASSIGN TO "DeskActivity.prt"
          ORGANIZATION IS LINE SEQUENTIAL
