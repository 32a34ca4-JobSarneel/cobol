*> equations and three unknowns, then generalized NumEquations so the
*> same matrix/tempMatrix tables now size themselves to whatever system
*> gets loaded, up to MaxEquations.
*> A system can also have more equations than unknowns -- a trend
*> fitted through more years than it has coefficients. There is no
*> exact solution then, so it is solved in the least-squares sense:
*> the normal equations (A-transpose A) x = (A-transpose b) are built
*> from the rows and go through the same RREF as any square system,
*> and every row's residual comes back with the fit (residual sum of
*> squares, R-squared and the standard error of the fit).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> a calling program (the intake trend forecast) can pick its
*> solved values back up instead of parsing print lines: "U"/"N"/
*> "I" status record per system, then a "V" record per unknown
*> when the solution is unique. A least-squares system then adds
*> an "R" record per equation (its residual, fitted minus given
*> right-hand side), a "G" record with R-squared and an "E" record
*> with the standard error of the fit (zero when there are no more
*> equations than unknowns). "X" is a least-squares system whose
*> normal equations outgrow the coefficient picture.
FD SolutionFile.
01 SolutionRecord.
   02 SolType            PIC X.
01 MaxEquations     PIC 99            VALUE 20.
01 NumEquations     PIC 99            VALUE 3.
01 NumColumns       PIC 99            VALUE 4.
01 MaxRows          PIC 99            VALUE 60.
01 NumRows          PIC 99            VALUE 3.

01 SystemKind       PIC X             VALUE "S".
  88 SquareSystem                     VALUE "S".
  88 LeastSquaresSystem               VALUE "L".

01 matrix.
  02 equation                                OCCURS 1 TO 20 TIMES
    03 originalElement PIC S9(7)V9(7)        OCCURS 1 TO 21 TIMES
                                              DEPENDING ON NumColumns.

*> The equations of a least-squares system as read, one row per
*> equation (its unknowns' coefficients, then its right-hand side);
*> matrix holds the normal equations built from them.
01 rowsMatrix.
  02 rowsEquation                            OCCURS 1 TO 60 TIMES
                                              DEPENDING ON NumRows.
    03 rowsElement PIC S9(7)V9(7)            OCCURS 21 TIMES.

01 rowIndex          PIC 99        VALUE 0.
01 normalWork        PIC S9(11)V9(7) VALUE 0.
01 NormalOutOfRange  PIC X         VALUE "N".
  88 NormalEquationsOverflow       VALUE "Y".

01 rhsMean           PIC S9(7)V9(7) VALUE 0.
01 rhsDeviation      PIC S9(9)V9(7) VALUE 0.
01 residualSquares   PIC 9(13)V9(7) VALUE 0.
01 totalSquares      PIC 9(13)V9(7) VALUE 0.
01 fitRatio          PIC 9(5)V9(7)  VALUE 0.
01 rSquared          PIC S9V9(7)    VALUE 0.
01 fitVariance       PIC 9(11)V9(7) VALUE 0.
01 standardError     PIC 9(7)V9(7)  VALUE 0.
01 rootQuotient      PIC 9(11)V9(7) VALUE 0.
01 leftoverRows      PIC 99        VALUE 0.

01 equationIndex	   PIC 99			  VALUE 1.
01 elementIndex		   PIC 99			  VALUE 1.

  STRING "=== System " SystemNumber " ===" DELIMITED BY SIZE
         INTO reportWork
  WRITE ReportLine FROM reportWork
  IF LeastSquaresSystem
    PERFORM BuildNormalEquations
  END-IF
  IF NormalEquationsOverflow
    PERFORM ReportOutOfRange
   ELSE
    PERFORM EliminateAndClassify
  END-IF.

EliminateAndClassify.
  DISPLAY "This should be your matrix:"
  PERFORM Show


  PERFORM ClassifySolution.

*> A least-squares system's normal equations: element(i, j) is the
*> sum over all rows of coefficient i times coefficient j, and the
*> right-hand side column the sum of coefficient i times the row's
*> right-hand side. A sum that does not fit the coefficient picture
*> marks the system out of range instead of solving a wrong one.
BuildNormalEquations.
  MOVE "N" TO NormalOutOfRange
  DISPLAY "Least-squares system: " NumRows " equations in "
          NumEquations " unknowns, solved through its normal "
          "equations."
  MOVE SPACES TO reportWork
  STRING "Least squares: " NumRows " equations, " NumEquations
         " unknowns." DELIMITED BY SIZE INTO reportWork
  WRITE ReportLine FROM reportWork
  MOVE 1 TO equationIndex
  PERFORM UNTIL equationIndex > NumEquations
    MOVE 1 TO elementIndex
    PERFORM UNTIL elementIndex > NumColumns
      MOVE 0 TO normalWork
      MOVE 1 TO rowIndex
      PERFORM UNTIL rowIndex > NumRows
        COMPUTE normalWork = normalWork +
                rowsElement(rowIndex, equationIndex) *
                rowsElement(rowIndex, elementIndex)
        ADD 1 TO rowIndex
      END-PERFORM
      COMPUTE element(equationIndex, elementIndex) = normalWork
        ON SIZE ERROR MOVE "Y" TO NormalOutOfRange
      END-COMPUTE
      ADD 1 TO elementIndex
    END-PERFORM
    ADD 1 TO equationIndex
  END-PERFORM.

ReportOutOfRange.
  DISPLAY "The normal equations of this system are too large to "
          "hold -- not solved."
  MOVE "Not solved: normal equations out of range." TO reportWork
  WRITE ReportLine FROM reportWork
  MOVE "X" TO SolType
  MOVE ZEROS TO SolValue
  WRITE SolutionRecord
  MOVE SPACES TO reportWork
  WRITE ReportLine FROM reportWork.

*> Looks for the LARGEST entry (by magnitude) in pivotColumn, at or
*> below equationCursor, to swap into equationCursor's row -- the
*> best-conditioned pivot available, not merely the first nonzero
      MOVE ZEROS TO SolValue
      WRITE SolutionRecord
      PERFORM ShowSolution
      IF LeastSquaresSystem
        PERFORM ReportFit
       ELSE
        PERFORM VerifySolution
      END-IF
    END-IF
  END-IF
  MOVE SPACES TO reportWork
    DISPLAY "All residuals are within tolerance."
  END-IF.

*> A least-squares solution leaves every equation some residual by
*> design, so there is no tolerance to pass: each equation's
*> residual is reported and filed, followed by how well the
*> solution fits the lot. R-squared is one minus the residual sum
*> of squares over the right-hand sides' squared deviations from
*> their mean -- the share of their variation the fit explains,
*> meaningful when the first unknown is a constant term. The
*> standard error is the root of the residual sum of squares over
*> the equations left over after the unknowns.
ReportFit.
  DISPLAY "Residuals against the given equations:"
  MOVE "Residuals:" TO reportWork
  WRITE ReportLine FROM reportWork
  MOVE 0 TO normalWork
  MOVE 1 TO rowIndex
  PERFORM UNTIL rowIndex > NumRows
    ADD rowsElement(rowIndex, NumColumns) TO normalWork
    ADD 1 TO rowIndex
  END-PERFORM
  DIVIDE normalWork BY NumRows GIVING rhsMean ROUNDED
  MOVE 0 TO residualSquares
  MOVE 0 TO totalSquares
  MOVE 1 TO rowIndex
  PERFORM UNTIL rowIndex > NumRows
    MOVE 0 TO residualWork
    MOVE 1 TO elementIndex
    PERFORM UNTIL elementIndex > NumEquations
      COMPUTE residualWork = residualWork +
              rowsElement(rowIndex, elementIndex) *
              element(elementIndex, NumColumns)
      ADD 1 TO elementIndex
    END-PERFORM
    COMPUTE residualValue = residualWork -
            rowsElement(rowIndex, NumColumns)
    COMPUTE residualSquares = residualSquares +
            residualValue * residualValue
    COMPUTE rhsDeviation = rowsElement(rowIndex, NumColumns) -
            rhsMean
    COMPUTE totalSquares = totalSquares +
            rhsDeviation * rhsDeviation
    DISPLAY "  equation " rowIndex " residual " residualValue
    MOVE SPACES TO reportWork
    STRING "  equation " rowIndex " residual " residualValue
           DELIMITED BY SIZE INTO reportWork
    WRITE ReportLine FROM reportWork
    MOVE "R" TO SolType
    MOVE residualValue TO SolValue
    WRITE SolutionRecord
    ADD 1 TO rowIndex
  END-PERFORM

  IF totalSquares = 0
    IF residualSquares = 0
      MOVE 1 TO rSquared
     ELSE
      MOVE 0 TO rSquared
    END-IF
   ELSE
    DIVIDE residualSquares BY totalSquares GIVING fitRatio ROUNDED
      ON SIZE ERROR MOVE 99999 TO fitRatio
    END-DIVIDE
    SUBTRACT fitRatio FROM 1 GIVING rSquared
      ON SIZE ERROR MOVE 0 TO rSquared
    END-SUBTRACT
  END-IF
  MOVE 0 TO standardError
  IF NumRows > NumEquations
    SUBTRACT NumEquations FROM NumRows GIVING leftoverRows
    DIVIDE residualSquares BY leftoverRows
      GIVING fitVariance ROUNDED
    PERFORM SquareRootOfVariance
  END-IF

  DISPLAY "  residual sum of squares " residualSquares
  DISPLAY "  R-squared " rSquared "  standard error "
          standardError
  MOVE SPACES TO reportWork
  STRING "  residual sum of squares " residualSquares
         DELIMITED BY SIZE INTO reportWork
  WRITE ReportLine FROM reportWork
  MOVE SPACES TO reportWork
  STRING "  R-squared " rSquared "  standard error "
         standardError DELIMITED BY SIZE INTO reportWork
  WRITE ReportLine FROM reportWork
  MOVE "G" TO SolType
  MOVE rSquared TO SolValue
  WRITE SolutionRecord
  MOVE "E" TO SolType
  MOVE standardError TO SolValue
  WRITE SolutionRecord.

*> Newton's iteration for the root of fitVariance: each step
*> averages the guess with the variance divided by it, which
*> settles well inside forty steps from any starting guess of at
*> least the root.
SquareRootOfVariance.
  IF fitVariance > 0
    IF fitVariance > 1
      COMPUTE standardError = fitVariance
        ON SIZE ERROR MOVE 9999999 TO standardError
      END-COMPUTE
     ELSE
      MOVE 1 TO standardError
    END-IF
    PERFORM NewtonRootStep 40 TIMES
  END-IF.

NewtonRootStep.
  DIVIDE fitVariance BY standardError GIVING rootQuotient ROUNDED
  COMPUTE standardError ROUNDED =
          (standardError + rootQuotient) / 2.

*> A row is a contradiction when every coefficient column is zero but
*> the right-hand side column is not.
CheckRowForContradiction.
*> one a header record holding its NumEquations followed by
*> NumEquations * (NumEquations + 1) coefficient records in
*> row-major order (each equation's unknowns, then its right-hand
*> side). A least-squares system has a negative header instead,
*> minus its number of equations, then a record holding its number
*> of unknowns, then each equation's unknowns and right-hand side
*> the same way. Reads the next system from the already-open file;
*> leaves SystemWasRead saying whether there was one.
ReadOneSystem.
  MOVE "N" TO LoadedFromFile
  MOVE "N" TO NormalOutOfRange
  MOVE "S" TO SystemKind
  READ EquationsFile
    AT END SET EndOfEquationsFile TO TRUE
  END-READ
  IF NOT EndOfEquationsFile AND EqValue < 0
    PERFORM ReadLeastSquaresSystem
  END-IF
  IF NOT EndOfEquationsFile AND SquareSystem
    MOVE EqValue TO NumEquations
    IF NumEquations > MaxEquations OR NumEquations = 0
      DISPLAY "Equations.dat asks for " NumEquations
      MOVE 12 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE NumEquations TO NumRows
    MOVE "Y" TO LoadedFromFile
  END-IF.

ReadLeastSquaresSystem.
  MOVE "L" TO SystemKind
  COMPUTE NumRows = 0 - EqValue
    ON SIZE ERROR MOVE 0 TO NumRows
  END-COMPUTE
  READ EquationsFile
    AT END SET EndOfEquationsFile TO TRUE
  END-READ
  IF EndOfEquationsFile
    MOVE 0 TO NumEquations
   ELSE
    COMPUTE NumEquations = EqValue
      ON SIZE ERROR MOVE 0 TO NumEquations
    END-COMPUTE
  END-IF
  IF NumRows > MaxRows OR NumRows = 0 OR
     NumEquations > MaxEquations OR NumEquations = 0
    DISPLAY "Equations.dat asks for a least-squares system of "
            NumRows " equations in " NumEquations
            " unknowns, outside what this program supports -- "
            "stopping."
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  COMPUTE NumColumns = NumEquations + 1
  MOVE 1 TO rowIndex
  MOVE 1 TO elementIndex
  PERFORM UNTIL rowIndex > NumRows
    PERFORM UNTIL elementIndex > NumColumns
      READ EquationsFile
        AT END SET EndOfEquationsFile TO TRUE
      END-READ
      IF NOT EndOfEquationsFile
        MOVE EqValue TO rowsElement(rowIndex, elementIndex)
      END-IF
      ADD 1 TO elementIndex
    END-PERFORM
    MOVE 1 TO elementIndex
    ADD 1 TO rowIndex
  END-PERFORM
  IF EndOfEquationsFile
    DISPLAY "Equations.dat ran out of coefficient records before "
            "all " NumRows " equations were read -- stopping."
    DISPLAY "Abending."
    MOVE 12 TO RETURN-CODE
    STOP RUN
  END-IF
  MOVE "Y" TO LoadedFromFile.
