      *> Shared Work.dat record layout -- COPY this into the FD of a
      *> program's own WorkFile (ORGANIZATION INDEXED, RECORD KEY
      *> WrkBSN, ALTERNATE RECORD KEY WrkWorkKey WITH DUPLICATES,
      *> ALTERNATE RECORD KEY WrkSeriesName WITH DUPLICATES). One
      *> record per ISBN that belongs to a work -- the second
      *> edition, the Dutch translation and the paperback reissue
      *> are separate Book.dat titles but one work to a reader who
      *> wants "the book". WrkWorkKey is the ISBN the work was
      *> founded on, so every edition of a work shares it (a title
      *> that is only in a series is a work of one, keyed on its own
      *> ISBN). WrkRelation: "O" the original, "E" another edition,
      *> "T" a translation, WrkLanguage its three-letter language
      *> code. WrkSeriesName/WrkVolumeNumber place the title in a
      *> numbered series (spaces and zero when it is in none). The
      *> title, edition and year are copied in from Book.dat by
      *> WorkMaint so FindBook can list a work's other editions
      *> without a second Book.dat read; WorkMaint's refresh run
      *> brings them back in step after a catalog amendment.
      *> Maintained through WorkMaint. Column layout is fixed-format
      *> safe (code starts at column 8) so this COPYs cleanly into
      *> both fixed- and free-format programs.
       01 WorkRecord.
          88  EndOfWorkFile                    VALUE HIGH-VALUES.
          02  WrkBSN                PIC X(17).
          02  WrkWorkKey            PIC X(17).
          02  WrkRelation           PIC X.
              88 WrkIsOriginal                 VALUE "O".
              88 WrkIsEdition                  VALUE "E".
              88 WrkIsTranslation              VALUE "T".
          02  WrkLanguage           PIC X(3).
          02  WrkSeriesName         PIC X(30).
          02  WrkVolumeNumber       PIC 9(3).
          02  WrkTitle              PIC X(25).
          02  WrkEdition            PIC X(2).
          02  WrkYearOfAppearance   PIC X(4).
