      *> bare count, this file says what state each copy is actually
      *> in. CopyStatus: "A" available, "L" on loan, "B" at the
      *> bindery for repair, "M" missing, "S" lost (declared via the
      *> lost-book workflow, replacement charged; back to "A" if it
      *> turns up at the return desk), "I" lent to a
      *> partner library through the ILL subsystem (legitimately
      *> off-site), "T" in transit between branches, "W" withdrawn.
      *> Titles from
