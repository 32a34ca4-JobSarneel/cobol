      *> Shared Withdrawals.dat record layout -- COPY this into the FD
      *> of a program's own WithdrawalFile (ORGANIZATION LINE
      *> SEQUENTIAL, opened EXTEND). The withdrawals register: one
      *> record per copy taken out of stock (by Weeding, by Bindery
      *> for a copy back beyond repair, or by CopyMaster's status
      *> change -- all through WithdrawCopy.cpy), never rewritten,
      *> so the year's stock-withdrawn figure is a count of this
      *> file by WdrDate. WdrReason says why the copy went,
      *> WdrDisposal where it went; WdrSaleAmount is the money taken
      *> when it was sold (zero otherwise) and WdrRecipient the buyer
      *> or the library it was sent to. WdrBookValue is the title's
      *> replacement cost at the time, for the insurance figures.
      *> WdrSource "C" the copy came off CirculationStats' weeding
      *> list, "B" it was keyed in by barcode, "R" it came back from
      *> the binder beyond repair, "S" its status was set withdrawn
      *> in CopyMaster. WdrTitleClosed "Y" when this was the
      *> title's last copy. WdrPriorStatus is the
      *> CopyStatus the copy had before it became "W". Column layout
      *> is fixed-format safe (code starts at column 8) so this
      *> COPYs cleanly into both fixed- and free-format programs.
       01 WithdrawalRecord.
          88  EndOfWithdrawalFile              VALUE HIGH-VALUES.
          02  WdrDate               PIC 9(8).
          02  WdrTime               PIC 9(8).
          02  WdrOperatorId         PIC X(4).
          02  WdrBSN                PIC X(17).
          02  WdrCopyNumber         PIC 9(2).
          02  WdrTitle              PIC X(25).
          02  WdrAuthSurname        PIC X(15).
          02  WdrReason             PIC X.
              88 WdrUnused                     VALUE "U".
              88 WdrWornOrDamaged              VALUE "D".
              88 WdrOutOfDate                  VALUE "O".
              88 WdrSuperseded                 VALUE "E".
              88 WdrSurplusCopy                VALUE "X".
              88 WdrMissingWrittenOff          VALUE "M".
              88 WdrValidReason                VALUE "U" "D" "O"
                                                     "E" "X" "M".
          02  WdrDisposal           PIC X.
              88 WdrSold                       VALUE "S".
              88 WdrDiscarded                  VALUE "D".
              88 WdrSentToLibrary              VALUE "L".
              88 WdrValidDisposal              VALUE "S" "D" "L".
          02  WdrSaleAmount         PIC 9(5)V99.
          02  WdrRecipient          PIC X(30).
          02  WdrSource             PIC X.
              88 WdrFromCandidateList          VALUE "C".
              88 WdrFromBarcode                VALUE "B".
              88 WdrFromBindery                VALUE "R".
              88 WdrFromStatusChange           VALUE "S".
          02  WdrBookValue          PIC 9(5)V99.
          02  WdrTitleClosed        PIC X.
          02  WdrPriorStatus        PIC X.
