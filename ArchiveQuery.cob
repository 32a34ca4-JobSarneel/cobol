DATA DIVISION.
FILE SECTION.
*> Wide enough for the longest record any scanned file carries --
*> Journal.dat's 425 bytes (21-byte header, two 200-byte images
*> and the operator id), whose after-image tail must still be
*> matchable.
FD ScanFile.
01 ScanRecord.
   88 EndOfScanFile      VALUE HIGH-VALUES.
   02 ScanData           PIC X(440).

FD ReportFile.
01 ReportLine            PIC X(132).
01 ScanFileName          PIC X(40)    VALUE SPACES.
*> Must match ScanData's PIC width; the key scan runs to the very
*> last position a full-length key could still start at.
01 ScanDataLength        PIC 9(3)     VALUE 440.

01 queryKey              PIC X(20)    VALUE SPACES.
01 keyLength             PIC 99       VALUE ZERO.
