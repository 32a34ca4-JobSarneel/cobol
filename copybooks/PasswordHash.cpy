      *> Shared operator-password arithmetic -- COPY this into
      *> PROCEDURE DIVISION of any program that sets or checks an
      *> Operator.dat password (see PasswordHashData.cpy for the
      *> fields).
      *>   HashPassword        HashOperatorId + HashPasswordText ->
      *>                       HashResult, the one-way form stored
      *>                       in OperatorPasswordHash. The id is
      *>                       mixed in so two operators choosing the
      *>                       same password don't store the same
      *>                       value; sixteen rounds over the pair
      *>                       keep the result from reading back to
      *>                       the characters typed.
      *>   MeasurePassword     HashPasswordText -> HashPasswordLength,
      *>                       up to its last non-space character.
      *>   HashBorrowerPin     HashPinBorrower + HashPinText ->
      *>                       HashResult, the form kept in
      *>                       BorrowerPinHash; the same arithmetic,
      *>                       with the borrower number mixed in.
      *>   CheckPinShape       HashPinText -> HashPinShape: "Y" when
      *>                       it is HashPinMinimum to six digits and
      *>                       nothing else.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       HashPassword.
           MOVE HashOperatorId   TO HashSource(1:4)
           MOVE HashPasswordText TO HashSource(5:12)
           MOVE 7 TO HashResult
           PERFORM VARYING HashRound FROM 1 BY 1 UNTIL HashRound > 16
             PERFORM VARYING HashPosition FROM 1 BY 1
                     UNTIL HashPosition > 16
               COMPUTE HashWork = HashResult * 131
                      + FUNCTION ORD(HashSource(HashPosition:1))
                      + HashRound
               COMPUTE HashResult = FUNCTION MOD(HashWork,
                                                 999999999989)
             END-PERFORM
           END-PERFORM
      *> Zero is reserved for "no password set yet".
           IF HashResult = ZERO
             MOVE 1 TO HashResult
           END-IF.

       MeasurePassword.
           MOVE 12 TO HashPasswordLength
           PERFORM UNTIL HashPasswordLength = ZERO
                      OR HashPasswordText(HashPasswordLength:1)
                         NOT = SPACE
             SUBTRACT 1 FROM HashPasswordLength
           END-PERFORM.

       HashBorrowerPin.
           MOVE "BPIN" TO HashOperatorId
           MOVE SPACES TO HashPasswordText
           STRING HashPinBorrower HashPinText DELIMITED BY SIZE
                  INTO HashPasswordText
           PERFORM HashPassword
           MOVE SPACES TO HashPasswordText.

       CheckPinShape.
           MOVE "N" TO HashPinShape
           MOVE 6 TO HashPasswordLength
           PERFORM UNTIL HashPasswordLength = ZERO
                      OR HashPinText(HashPasswordLength:1) NOT = SPACE
             SUBTRACT 1 FROM HashPasswordLength
           END-PERFORM
           IF HashPasswordLength >= HashPinMinimum
             IF HashPinText(1:HashPasswordLength) IS NUMERIC
               MOVE "Y" TO HashPinShape
             END-IF
           END-IF.
