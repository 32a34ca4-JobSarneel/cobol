      *> Shared EquipmentLoan.dat record layout -- COPY this into the
      *> FD of a program's own EquipLoanFile (ORGANIZATION INDEXED,
      *> RECORD KEY ElnKey, ALTERNATE RECORD KEY ElnBorrowerNumber
      *> WITH DUPLICATES). One record per hourly loan of an
      *> Equipment.dat device, keyed asset tag + loan date + loan
      *> time, so a device's loans read back in order and are kept
      *> as its history. The loan time is the HHMMSSTT ACCEPT FROM
      *> TIME stamp RecordNewLoan puts on book loans. A device is due
      *> back at a time of day (ElnDueTime, HHMM) on ElnDueDate --
      *> never later than closing on the day it went out.
      *> ElnStatus: "O" out, "R" returned (ElnReturnDate and
      *> ElnReturnTime set, and ElnLateHours the hours charged when
      *> it came back late). Column layout is fixed-format safe (code
      *> starts at column 8) so this COPYs cleanly into both fixed-
      *> and free-format programs.
       01 EquipLoanRecord.
          88  EndOfEquipLoanFile               VALUE HIGH-VALUES.
          02  ElnKey.
              03 ElnAssetTag        PIC X(8).
              03 ElnLoanDate        PIC 9(8).
              03 ElnLoanTime        PIC 9(8).
          02  ElnBorrowerNumber     PIC 9(5).
          02  ElnDueDate            PIC 9(8).
          02  ElnDueTime            PIC 9(4).
          02  ElnReturnDate         PIC 9(8).
          02  ElnReturnTime         PIC 9(4).
          02  ElnLateHours          PIC 9(3).
          02  ElnOperatorId         PIC X(4).
          02  ElnStatus             PIC X.
              88  ElnIsOut                     VALUE "O".
