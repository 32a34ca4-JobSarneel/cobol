      *> Shared working-storage fields for the TuitionCalc copybook
      *> (copybooks/TuitionCalc.cpy) -- COPY this into WORKING-STORAGE,
      *> and COPY StudentAccountRecord into the program's own FD
      *> AccountFile (its FILE STATUS item is declared here). The
      *> academic year and its dates come from the AcademicCalendar
      *> service, whose fields are COPYd in with these (see
      *> AcademicPeriod.cpy). Column layout is fixed-format safe (code
      *> starts at column 8) so this COPYs cleanly into both fixed-
      *> and free-format programs.
       01 AccountFileStatus      PIC XX      VALUE "00".
       COPY AcademicPeriod.
       01 TuiDate                PIC 9(8)    VALUE ZEROS.
       01 TuiAcademicYear        PIC 9(4)    VALUE ZEROS.
       01 TuiYearStart           PIC 9(8)    VALUE ZEROS.
       01 TuiYearEnd             PIC 9(8)    VALUE ZEROS.
       01 TuiYearDays            PIC 9(3)    VALUE 365.
       01 TuiDaysLeft            PIC S9(5)   VALUE ZERO.
       01 TuiFullAmount          PIC 9(5)V99 VALUE ZERO.
       01 TuiProRated            PIC 9(5)V99 VALUE ZERO.
       01 TuiStudentId           PIC 9(8)    VALUE ZEROS.
       01 TuiNextSequence        PIC 9(4)    VALUE ZERO.
       01 TuiYearCharged         PIC 9(6)V99 VALUE ZERO.
       01 TuiYearCredited        PIC 9(6)V99 VALUE ZERO.
       01 TuiYearSettled         PIC 9(6)V99 VALUE ZERO.
       01 TuiTuitionStatus       PIC X       VALUE "N".
          88 TuiTuitionRaised                VALUE "Y".
       01 TuiRefundStatus        PIC X       VALUE "N".
          88 TuiRefundRaised                 VALUE "Y".
       01 TuiApplyAmount         PIC 9(6)V99 VALUE ZERO.
       01 TuiApplied             PIC 9(6)V99 VALUE ZERO.
       01 TuiChargeBalance       PIC 9(5)V99 VALUE ZERO.
       01 TuiScanStatus          PIC X       VALUE "N".
          88 TuiScanDone                     VALUE "Y".
       01 TuiArithFunction       PIC X(4).
       01 TuiArithDays           PIC S9(5)   VALUE ZERO.
       01 TuiArithValid          PIC X       VALUE "N".
          88 TuiArithIsValid                 VALUE "Y".
