          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LoanKey
          ALTERNATE RECORD KEY IS LoanBorrowerNumber WITH DUPLICATES
          FILE STATUS IS LoanFileStatus.
   SELECT HistoryFile ASSIGN TO "LoanHistory.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HistKey
          ALTERNATE RECORD KEY IS HistBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HistoryFileStatus.
   SELECT HoldFile ASSIGN TO "Hold.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HoldKey
          ALTERNATE RECORD KEY IS HoldBorrowerNumber WITH DUPLICATES
          FILE STATUS IS HoldFileStatus.
   SELECT FineFile ASSIGN TO "Fine.dat"
          ORGANIZATION IS INDEXED
01 OrderRecord.
   88  EndOfOrderFile                   VALUE HIGH-VALUES.
   02  OrderBSN              PIC X(17).
   02  OrderRest             PIC X(104).

FD CopyFile.
COPY BookCopyRecord.
             INVALID KEY
               CONTINUE
           END-DELETE
           MOVE RekeyEntry(RekeyIndex)(1:154) TO BookDetails
           MOVE BSN TO oldFormBSN
           PERFORM ConvertOneBsn
           MOVE newFormBSN TO BSN
             INVALID KEY
               CONTINUE
           END-DELETE
           MOVE RekeyEntry(RekeyIndex)(1:78) TO LoanRecord
           MOVE LoanBSN TO oldFormBSN
           PERFORM ConvertOneBsn
           MOVE newFormBSN TO LoanBSN
             INVALID KEY
               CONTINUE
           END-DELETE
           MOVE RekeyEntry(RekeyIndex)(1:36) TO HoldRecord
           MOVE HoldBSN TO oldFormBSN
           PERFORM ConvertOneBsn
           MOVE newFormBSN TO HoldBSN
             INVALID KEY
               CONTINUE
           END-DELETE
           MOVE RekeyEntry(RekeyIndex)(1:121) TO OrderRecord
           MOVE OrderBSN TO oldFormBSN
           PERFORM ConvertOneBsn
           MOVE newFormBSN TO OrderBSN
             INVALID KEY
               CONTINUE
           END-DELETE
           MOVE RekeyEntry(RekeyIndex)(1:61) TO PickupRecord
           MOVE PkuBSN TO oldFormBSN
           PERFORM ConvertOneBsn
           MOVE newFormBSN TO PkuBSN
           IF PkuShelvedBSN NOT = SPACES
             MOVE PkuShelvedBSN TO oldFormBSN
             PERFORM ConvertOneBsn
             MOVE newFormBSN TO PkuShelvedBSN
           END-IF
           WRITE PickupRecord
             INVALID KEY
               DISPLAY "  could not rewrite pickup " newFormBSN
