      *> Shared line layout of the MARC-style bibliographic interchange
      *> files (MarcImport.dat in, MarcExport_yyyymmdd.mrk out) --
      *> COPY this into the FD of a program's own LINE SEQUENTIAL
      *> interchange file. One line per field, the tagged "mnemonic"
      *> shape suppliers, the national library and the regional union
      *> catalog all read and write:
      *>   columns 1-3  the tag ("LDR" opens each record),
      *>   column  4    a space,
      *>   columns 5-6  the two indicators (spaces when undefined),
      *>   column  7    a space,
      *>   columns 8-   the data, subfields each introduced by "$"
      *>                and a one-letter code ("$aThe title /").
      *> A record runs from its LDR line to the next one; blank lines
      *> are ignored. Leader position 6 (MarcData(6:1) on the LDR
      *> line) is the record status: "n" new, "c" corrected,
      *> "d" deleted. Tags carried: 001 control number (the BSN),
      *> 005 date of the latest transaction, 020 $a ISBN, 100 $a
      *> main author ("Surname, Forename Initials"), 245 $a title,
      *> 250 $a edition, 260 (or 264) $b publisher $c year, 084 $a
      *> local subject code (repeated, up to three), 852 $a holding
      *> library, and the local 949 $c copies held $p replacement
      *> cost per copy. Anything else is passed over on import.
      *> Column layout is fixed-format safe (code starts at column
      *> 8) so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 MarcLine.
          88  EndOfMarcFile                    VALUE HIGH-VALUES.
          02  MarcTag               PIC X(3).
          02  FILLER                PIC X.
          02  MarcIndicators        PIC X(2).
          02  FILLER                PIC X.
          02  MarcData              PIC X(113).
