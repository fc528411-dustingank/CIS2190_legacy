identification division.
program-id. statRegress.

*> multiple linear regression over records in the shared
*> stat-matrix layout (see copybook/stat-matrix.cpy): one column
*> modelled from several others at once, where statPair fits a
*> single predictor and statMatrix only says which columns move
*> together. Prints each coefficient with its standard error and
*> t-value, R-squared and adjusted R-squared, the F statistic, and
*> a residuals listing by smrId with the largest residuals
*> flagged. A row missing the dependent or any predictor value is
*> written to the exceptions file the way statMatrix quarantines
*> its bad rows. Reads its file names, the dependent and predictor
*> column numbers, the residual flag level, and the column names
*> from statreg.par when present, falling back to interactive
*> prompts like stateNew.

environment division.

input-output section.
file-control.
select matrixFile assign to dynamic matrixFileName
    organization is line sequential
    file status is matrixStatus.
select reportFile assign to dynamic reportFileName
    organization is line sequential.
select exceptionsFile assign to dynamic exceptionsFileName
    organization is line sequential.
select controlFile assign to "statreg.par"
    organization is line sequential
    file status is controlStatus.

data division.
file section.
fd matrixFile.
01 matrixInput pic X(190).
fd reportFile.
01 reportLine pic X(90).
fd exceptionsFile.
01 exceptionLine pic X(200).
fd controlFile.
01 controlRecord pic X(30).

working-storage section.
*> shared return-code convention - see copybook/return-codes.cpy
copy "return-codes".
copy "stat-matrix".

*> maxRows is the number of row slots, the same documented limit
*> statMatrix uses; maxCols is the dozen the record layout carries
*> and maxPred the most predictors that leaves beside the
*> dependent column
01 maxRows constant as 5000.
01 maxCols constant as 12.
01 maxPred constant as 11.
01 maxLargest constant as 5.

77 matrixFileName pic X(30) value "statreg.dat".
77 reportFileName pic X(30) value "statreg.rpt".
77 exceptionsFileName pic X(30) value "statreg.exc".
77 matrixStatus pic X(02).
77 controlStatus pic X(02).

77 endOfFile pic A(1) value 'N'.
77 truncatedFlag pic X(01) value 'N'.
77 lineNumber pic S9(7) usage is COMPUTATIONAL value zero.
77 exceptionCount pic S9(7) usage is COMPUTATIONAL value zero.
77 rowUsable pic X(01).
77 fitOk pic X(01) value 'Y'.
77 setupOk pic X(01) value 'Y'.
77 predText pic X(22).

77 nRows pic S9(7) usage is COMPUTATIONAL value zero.
77 i pic S9(7) usage is COMPUTATIONAL.
77 colIdx pic S9(3) usage is COMPUTATIONAL.
77 j pic S9(3) usage is COMPUTATIONAL.
77 l pic S9(3) usage is COMPUTATIONAL.
77 m pic S9(3) usage is COMPUTATIONAL.
77 nameNum pic 99.

*> the model: the dependent column and the predictor columns in
*> the order the parameter file lists them
77 depCol pic S9(3) usage is COMPUTATIONAL value zero.
77 predCount pic S9(3) usage is COMPUTATIONAL value zero.
01 predArea.
    02 predCol pic S9(3) usage is COMPUTATIONAL
        occurs maxPred times.
77 flagLevel pic 9V99 value 2.00.

*> statreg.par lines 4 to 6, read as laid out below
01 depColRecord.
    02 ctrlDepCol pic 99.
    02 filler pic X(28).
01 predColRecord.
    02 ctrlPredCol pic 99 occurs 11 times.
    02 filler pic X(08).
01 flagLevelRecord.
    02 ctrlFlagLevel pic 9V99.
    02 filler pic X(27).

01 rowArea.
    02 rowEntry occurs maxRows times.
        03 rowId pic X(20).
        03 rowVal pic S9(9)V9(4) usage is COMPUTATIONAL-3
            occurs maxCols times.
        03 rowFit pic S9(13)V9(6) usage is COMPUTATIONAL-3.
        03 rowResid pic S9(13)V9(6) usage is COMPUTATIONAL-3.
        03 rowStdResid pic S9(5)V9(4) usage is COMPUTATIONAL-3.
        03 rowPicked pic X(01).

01 colNameArea.
    02 colName pic X(12)
        occurs maxCols times.

*> the fit is worked on the predictors' correlation matrix - every
*> entry lies between -1 and 1 whatever the columns' scale, so the
*> fixed-point inversion keeps its precision - and then scaled back
*> to the columns' own units
77 sumV pic S9(19)V9(6) usage is COMPUTATIONAL-3.
77 meanY pic S9(9)V9(8) usage is COMPUTATIONAL-3.
77 sumYY pic S9(23)V9(8) usage is COMPUTATIONAL-3.
77 devA pic S9(10)V9(8) usage is COMPUTATIONAL-3.
77 devB pic S9(10)V9(8) usage is COMPUTATIONAL-3.
77 crossSum pic S9(23)V9(8) usage is COMPUTATIONAL-3.
01 predStats.
    02 predStat occurs maxPred times.
        03 meanX pic S9(9)V9(8) usage is COMPUTATIONAL-3.
        03 sumXX pic S9(23)V9(8) usage is COMPUTATIONAL-3.
        03 sumXY pic S9(23)V9(8) usage is COMPUTATIONAL-3.
        03 corrY pic S9(3)V9(16) usage is COMPUTATIONAL-3.
        03 stdCoef pic S9(9)V9(16) usage is COMPUTATIONAL-3.
        03 coef pic S9(13)V9(12) usage is COMPUTATIONAL-3.
        03 coefSe pic S9(13)V9(12) usage is COMPUTATIONAL-3.
        03 coefT pic S9(7)V9(4) usage is COMPUTATIONAL-3.
        03 zBar pic S9(9)V9(12) usage is COMPUTATIONAL-3.
01 corrArea.
    02 corrRow occurs maxPred times.
        03 corrCell pic S9(3)V9(16) usage is COMPUTATIONAL-3
            occurs maxPred times.
*> Gauss-Jordan work: the correlation matrix with the identity
*> beside it, reduced until the identity side holds the inverse
01 gjArea.
    02 gjRow occurs maxPred times.
        03 gjCell pic S9(9)V9(16) usage is COMPUTATIONAL-3
            occurs 22 times.
77 gjWidth pic S9(3) usage is COMPUTATIONAL.
77 pivotRow pic S9(3) usage is COMPUTATIONAL.
77 pivotAbs pic S9(9)V9(16) usage is COMPUTATIONAL-3.
77 cellAbs pic S9(9)V9(16) usage is COMPUTATIONAL-3.
77 pivotValue pic S9(9)V9(16) usage is COMPUTATIONAL-3.
77 rowFactor pic S9(9)V9(16) usage is COMPUTATIONAL-3.
77 swapCell pic S9(9)V9(16) usage is COMPUTATIONAL-3.
77 singularLimit pic 9V9(16) value 0.0000000001.

77 scaleRatio pic S9(15)V9(12) usage is COMPUTATIONAL-3.
77 intercept pic S9(13)V9(12) usage is COMPUTATIONAL-3.
77 interceptSe pic S9(13)V9(12) usage is COMPUTATIONAL-3.
77 interceptT pic S9(7)V9(4) usage is COMPUTATIONAL-3.
77 fitted pic S9(15)V9(8) usage is COMPUTATIONAL-3.
77 sse pic S9(23)V9(8) usage is COMPUTATIONAL-3.
77 residDf pic S9(7) usage is COMPUTATIONAL.
77 residVar pic S9(21)V9(8) usage is COMPUTATIONAL-3.
77 residSd pic S9(11)V9(8) usage is COMPUTATIONAL-3.
77 seRatio pic S9(14)V9(16) usage is COMPUTATIONAL-3.
77 quadForm pic S9(9)V9(12) usage is COMPUTATIONAL-3.
77 rSquared pic S9(3)V9(8) usage is COMPUTATIONAL-3.
77 adjRSquared pic S9(3)V9(8) usage is COMPUTATIONAL-3.
77 fStat pic S9(11)V9(4) usage is COMPUTATIONAL-3.
77 flaggedCount pic S9(7) usage is COMPUTATIONAL value zero.
77 largestRank pic S9(3) usage is COMPUTATIONAL.
77 bestRow pic S9(7) usage is COMPUTATIONAL.
77 bestAbs pic S9(13)V9(6) usage is COMPUTATIONAL-3.
77 residAbs pic S9(13)V9(6) usage is COMPUTATIONAL-3.

01 runDate.
    02 runYear  pic 9(4).
    02 runMonth pic 99.
    02 runDay   pic 99.
01 runTime.
    02 runHour   pic 99.
    02 runMinute pic 99.
    02 runSecond pic 99.
    02 runHundredth pic 99.

01 titleLine.
    02 filler pic X(40) value
        '      Multiple Regression     Run on '.
    02 outRunDate pic 9999/99/99.
    02 filler pic X(1) value space.
    02 outRunTime pic 99B99B99.
01 breakLine.
    02 filler pic X(70) value all '-'.
01 countLine.
    02 filler pic X(18) value ' Rows fitted =    '.
    02 outRows pic ZZZZZZ9.
    02 filler pic X(18) value '  Exceptions =    '.
    02 outExceptions pic ZZZZZZ9.
01 dependentLine.
    02 filler pic X(18) value ' Dependent  =     '.
    02 outDepName pic X(12).
    02 filler pic X(10) value '  column '.
    02 outDepCol pic Z9.
01 printLineTrunc.
    02 filler pic X(55) value
        ' *** WARNING: input truncated at maxRows slots ***'.
01 coefHeading.
    02 filler pic X(70) value
        ' Term              Coefficient        Std error     t-value'.
01 coefDetail.
    02 filler pic X(1) value space.
    02 outTerm pic X(12).
    02 filler pic X(1) value space.
    02 outCoef pic -(8)9.9(6).
    02 filler pic X(1) value space.
    02 outCoefSe pic Z(8)9.9(6).
    02 filler pic X(1) value space.
    02 outCoefT pic -(5)9.99.
01 rSquaredLine.
    02 filler pic X(18) value ' R-squared =      '.
    02 outRSquared pic -9.9(6).
    02 filler pic X(25) value '   Adjusted R-squared =  '.
    02 outAdjRSquared pic -9.9(6).
01 fStatLine.
    02 filler pic X(18) value ' F statistic =    '.
    02 outFStat pic Z(9)9.9(4).
    02 filler pic X(5) value '  on '.
    02 outDf1 pic Z9.
    02 filler pic X(5) value ' and '.
    02 outDf2 pic ZZZZZZ9.
    02 filler pic X(3) value ' df'.
01 residSdLine.
    02 filler pic X(24) value ' Residual std error =   '.
    02 outResidSd pic Z(10)9.9(4).
01 noFitLine.
    02 outNoFit pic X(70).
01 residHeading.
    02 filler pic X(36) value
        ' smrId                       Actual'.
    02 filler pic X(40) value
        '          Fitted        Residual Std res'.
01 residDetail.
    02 filler pic X(1) value space.
    02 outResidId pic X(20).
    02 outActual pic -(9)9.9(4).
    02 filler pic X(1) value space.
    02 outFitted pic -(9)9.9(4).
    02 filler pic X(1) value space.
    02 outResid pic -(9)9.9(4).
    02 filler pic X(1) value space.
    02 outStdResid pic -(3)9.99.
    02 filler pic X(1) value space.
    02 outResidFlag pic X(8).
01 largestHeading.
    02 filler pic X(40) value ' Largest residuals:'.
01 flaggedLine.
    02 filler pic X(32) value
        ' Residuals flagged (|std res| > '.
    02 outFlagLevel pic 9.99.
    02 filler pic X(4) value ') = '.
    02 outFlaggedCount pic ZZZZZZ9.
01 exceptionDetail.
    02 filler pic X(10) value ' Line '.
    02 outLineNum pic ZZZZZZ9.
    02 filler pic X(3) value ' : '.
    02 outRawLine pic X(190).

procedure division.
       perform GetRunParameters.
       accept runDate from date yyyymmdd.
       accept runTime from time.
       move spaces to outRunDate(1:10).
       move spaces to outRunTime(1:8).
       move runYear to outRunDate(1:4).
       move '/' to outRunDate(5:1).
       move runMonth to outRunDate(6:2).
       move '/' to outRunDate(8:1).
       move runDay to outRunDate(9:2).
       move runHour to outRunTime(1:2).
       move runMinute to outRunTime(4:2).
       move runSecond to outRunTime(7:2).

       perform CheckModel.
       if setupOk = 'N'
           move ErrorRunCode to return-code
           stop run
       end-if.

       open input matrixFile.
       if matrixStatus not = "00"
           display "Input file " matrixFileName
               " could not be opened"
           move ErrorRunCode to return-code
           stop run
       end-if.
       open output reportFile, output exceptionsFile.
       write reportLine from titleLine after advancing 0 lines.
       write reportLine from breakLine after advancing 1 line.

       perform until endOfFile = 'Y' or nRows >= maxRows
           read matrixFile into statMatrixRecord
               at end move 'Y' to endOfFile
               not at end
               compute lineNumber = lineNumber + 1
               perform StoreOneRow
       end-perform.
       if endOfFile = 'N' and nRows >= maxRows
           read matrixFile into statMatrixRecord
               at end
                   continue
               not at end
                   move 'Y' to truncatedFlag
           end-read
       end-if.
       close matrixFile.

       move nRows to outRows.
       move exceptionCount to outExceptions.
       write reportLine from countLine after advancing 1 line.
       if truncatedFlag = 'Y'
           write reportLine from printLineTrunc
               after advancing 1 line
       end-if.
       move colName(depCol) to outDepName.
       move depCol to outDepCol.
       write reportLine from dependentLine after advancing 1 line.
       write reportLine from breakLine after advancing 1 line.

       compute residDf = nRows - predCount - 1.
       if residDf < 1
           move ' Too few usable rows to fit this many predictors'
               to outNoFit
           write reportLine from noFitLine after advancing 1 line
           move 'N' to fitOk
       else
           perform ComputeMoments
       end-if.
       if fitOk = 'Y'
           perform InvertCorrelation
       end-if.
       if fitOk = 'Y'
           perform ComputeCoefficients
           perform ComputeResiduals
           perform ComputeStandardErrors
           perform WriteFitReport
       end-if.

       close reportFile, exceptionsFile.
       if exceptionCount > 0 or truncatedFlag = 'Y'
           or fitOk = 'N'
           move WarningRunCode to return-code
       end-if.
       stop run.

       *> the dependent column must be one of the dozen, and every
       *> predictor a different column named only once
       CheckModel.
           if depCol < 1 or depCol > maxCols
               display "Dependent column must be 1 to 12"
               move 'N' to setupOk
           end-if.
           if predCount = 0
               display "At least one predictor column is needed"
               move 'N' to setupOk
           end-if.
           move 1 to j.
           perform until j > predCount
               if predCol(j) = depCol
                   display "Predictor column " predCol(j)
                       " is the dependent column"
                   move 'N' to setupOk
               end-if
               move 1 to l
               perform until l >= j
                   if predCol(l) = predCol(j)
                       display "Predictor column " predCol(j)
                           " is listed twice"
                       move 'N' to setupOk
                   end-if
                   compute l = l + 1
               end-perform
               compute j = j + 1
           end-perform.

       *> a row is fitted only if the dependent and every predictor
       *> value is present and numeric; anything short goes to the
       *> exceptions file with its line number, as statMatrix does
       StoreOneRow.
           move 'Y' to rowUsable.
           if smrValue(depCol) is not numeric
               move 'N' to rowUsable
           end-if.
           move 1 to j.
           perform until j > predCount
               if smrValue(predCol(j)) is not numeric
                   move 'N' to rowUsable
               end-if
               compute j = j + 1
           end-perform.
           if rowUsable = 'N'
               move lineNumber to outLineNum
               move matrixInput to outRawLine
               write exceptionLine from exceptionDetail
                   after advancing 1 line
               compute exceptionCount = exceptionCount + 1
           else
               add 1 to nRows
               move smrId to rowId(nRows)
               move 'N' to rowPicked(nRows)
               move 1 to colIdx
               perform until colIdx > maxCols
                   if smrValue(colIdx) is numeric
                       move smrValue(colIdx) to rowVal(nRows, colIdx)
                   else
                       move zero to rowVal(nRows, colIdx)
                   end-if
                   compute colIdx = colIdx + 1
               end-perform
           end-if.

       *> means, then the centred sums of squares and cross products;
       *> a column with no spread at all cannot enter the model
       ComputeMoments.
           move zero to sumV.
           move 1 to i.
           perform until i > nRows
               compute sumV = sumV + rowVal(i, depCol)
               compute i = i + 1
           end-perform.
           compute meanY rounded = sumV / nRows.
           move 1 to j.
           perform until j > predCount
               move zero to sumV
               move 1 to i
               perform until i > nRows
                   compute sumV = sumV + rowVal(i, predCol(j))
                   compute i = i + 1
               end-perform
               compute meanX(j) rounded = sumV / nRows
               compute j = j + 1
           end-perform.

           move zero to sumYY.
           move 1 to i.
           perform until i > nRows
               compute devA = rowVal(i, depCol) - meanY
               compute sumYY = sumYY + (devA * devA)
               compute i = i + 1
           end-perform.
           if sumYY = 0
               move ' The dependent column has no spread - no fit'
                   to outNoFit
               write reportLine from noFitLine after advancing 1 line
               move 'N' to fitOk
           end-if.

           move 1 to j.
           perform until j > predCount
               move zero to sumXX(j), sumXY(j)
               move 1 to i
               perform until i > nRows
                   compute devA = rowVal(i, predCol(j)) - meanX(j)
                   compute devB = rowVal(i, depCol) - meanY
                   compute sumXX(j) = sumXX(j) + (devA * devA)
                   compute sumXY(j) = sumXY(j) + (devA * devB)
                   compute i = i + 1
               end-perform
               if sumXX(j) = 0
                   move spaces to outNoFit
                   string ' Predictor ' delimited by size
                       colName(predCol(j)) delimited by space
                       ' has no spread - no fit' delimited by size
                       into outNoFit
                   write reportLine from noFitLine
                       after advancing 1 line
                   move 'N' to fitOk
               end-if
               compute j = j + 1
           end-perform.
           if fitOk = 'Y'
               perform BuildCorrelation
           end-if.

       BuildCorrelation.
           move 1 to j.
           perform until j > predCount
               compute corrY(j) rounded =
                   sumXY(j) / ((sumXX(j) ** 0.5) * (sumYY ** 0.5))
               move 1 to corrCell(j, j)
               compute l = j + 1
               perform until l > predCount
                   move zero to crossSum
                   move 1 to i
                   perform until i > nRows
                       compute crossSum = crossSum +
                           ((rowVal(i, predCol(j)) - meanX(j)) *
                            (rowVal(i, predCol(l)) - meanX(l)))
                       compute i = i + 1
                   end-perform
                   compute corrCell(j, l) rounded = crossSum /
                       ((sumXX(j) ** 0.5) * (sumXX(l) ** 0.5))
                   move corrCell(j, l) to corrCell(l, j)
                   compute l = l + 1
               end-perform
               compute j = j + 1
           end-perform.

       *> Gauss-Jordan with partial pivoting; a pivot that comes out
       *> at nothing means the predictors are collinear and there is
       *> no unique fit to report
       InvertCorrelation.
           compute gjWidth = predCount * 2.
           move 1 to j.
           perform until j > predCount
               move 1 to l
               perform until l > gjWidth
                   if l <= predCount
                       move corrCell(j, l) to gjCell(j, l)
                   else
                       if l - predCount = j
                           move 1 to gjCell(j, l)
                       else
                           move zero to gjCell(j, l)
                       end-if
                   end-if
                   compute l = l + 1
               end-perform
               compute j = j + 1
           end-perform.
           move 1 to j.
           perform until j > predCount or fitOk = 'N'
               perform ReduceOneColumn
               compute j = j + 1
           end-perform.

       ReduceOneColumn.
           move j to pivotRow.
           move zero to pivotAbs.
           move j to m.
           perform until m > predCount
               move gjCell(m, j) to cellAbs
               if cellAbs < 0
                   compute cellAbs = cellAbs * -1
               end-if
               if cellAbs > pivotAbs
                   move cellAbs to pivotAbs
                   move m to pivotRow
               end-if
               compute m = m + 1
           end-perform.
           if pivotAbs < singularLimit
               move ' The predictors are collinear - no unique fit'
                   to outNoFit
               write reportLine from noFitLine after advancing 1 line
               move 'N' to fitOk
           else
               if pivotRow not = j
                   move 1 to l
                   perform until l > gjWidth
                       move gjCell(j, l) to swapCell
                       move gjCell(pivotRow, l) to gjCell(j, l)
                       move swapCell to gjCell(pivotRow, l)
                       compute l = l + 1
                   end-perform
               end-if
               move gjCell(j, j) to pivotValue
               move 1 to l
               perform until l > gjWidth
                   compute gjCell(j, l) rounded =
                       gjCell(j, l) / pivotValue
                   compute l = l + 1
               end-perform
               move 1 to m
               perform until m > predCount
                   if m not = j
                       move gjCell(m, j) to rowFactor
                       move 1 to l
                       perform until l > gjWidth
                           compute gjCell(m, l) rounded =
                               gjCell(m, l) - (rowFactor * gjCell(j, l))
                           compute l = l + 1
                       end-perform
                   end-if
                   compute m = m + 1
               end-perform
           end-if.

       *> standardised slopes from the inverse, scaled back to each
       *> predictor's units, with the intercept through the means
       ComputeCoefficients.
           compute intercept = meanY.
           move 1 to j.
           perform until j > predCount
               move zero to stdCoef(j)
               move 1 to l
               perform until l > predCount
                   compute stdCoef(j) rounded = stdCoef(j) +
                       (gjCell(j, predCount + l) * corrY(l))
                   compute l = l + 1
               end-perform
               compute scaleRatio rounded = (sumYY / sumXX(j)) ** 0.5
               compute coef(j) rounded = stdCoef(j) * scaleRatio
               compute intercept rounded =
                   intercept - (coef(j) * meanX(j))
               compute j = j + 1
           end-perform.

       ComputeResiduals.
           move zero to sse.
           move 1 to i.
           perform until i > nRows
               move intercept to fitted
               move 1 to j
               perform until j > predCount
                   compute fitted rounded = fitted +
                       (coef(j) * rowVal(i, predCol(j)))
                   compute j = j + 1
               end-perform
               compute rowFit(i) rounded = fitted
               compute rowResid(i) rounded =
                   rowVal(i, depCol) - fitted
               compute sse = sse + (rowResid(i) * rowResid(i))
               compute i = i + 1
           end-perform.
           compute residVar rounded = sse / residDf.
           compute residSd rounded = residVar ** 0.5.
           compute rSquared rounded = 1 - (sse / sumYY).
           compute adjRSquared rounded = 1 -
               ((1 - rSquared) * (nRows - 1) / residDf).
           if sse > 0
               compute fStat rounded = ((sumYY - sse) / predCount) /
                   (sse / residDf)
           else
               move 99999999999.9999 to fStat
           end-if.
           move 1 to i.
           perform until i > nRows
               if residSd > 0
                   compute rowStdResid(i) rounded =
                       rowResid(i) / residSd
               else
                   move zero to rowStdResid(i)
               end-if
               compute i = i + 1
           end-perform.

       *> Var(b) is the residual variance times the inverse of the
       *> centred cross-product matrix, which is the correlation
       *> inverse divided through by the predictors' spreads
       ComputeStandardErrors.
           move 1 to j.
           perform until j > predCount
               compute seRatio rounded = residVar / sumXX(j)
               if gjCell(j, predCount + j) > 0
                   compute coefSe(j) rounded = (seRatio ** 0.5) *
                       (gjCell(j, predCount + j) ** 0.5)
               else
                   move zero to coefSe(j)
               end-if
               if coefSe(j) > 0
                   compute coefT(j) rounded = coef(j) / coefSe(j)
               else
                   move zero to coefT(j)
               end-if
               compute zBar(j) rounded = meanX(j) / (sumXX(j) ** 0.5)
               compute j = j + 1
           end-perform.
           move zero to quadForm.
           move 1 to j.
           perform until j > predCount
               move 1 to l
               perform until l > predCount
                   compute quadForm rounded = quadForm +
                       (zBar(j) * zBar(l) * gjCell(j, predCount + l))
                   compute l = l + 1
               end-perform
               compute j = j + 1
           end-perform.
           compute interceptSe rounded =
               (residVar * ((1 / nRows) + quadForm)) ** 0.5.
           if interceptSe > 0
               compute interceptT rounded = intercept / interceptSe
           else
               move zero to interceptT
           end-if.

       WriteFitReport.
           write reportLine from coefHeading after advancing 1 line.
           move '(intercept)' to outTerm.
           compute outCoef rounded = intercept.
           compute outCoefSe rounded = interceptSe.
           compute outCoefT rounded = interceptT.
           write reportLine from coefDetail after advancing 1 line.
           move 1 to j.
           perform until j > predCount
               move colName(predCol(j)) to outTerm
               compute outCoef rounded = coef(j)
               compute outCoefSe rounded = coefSe(j)
               compute outCoefT rounded = coefT(j)
               write reportLine from coefDetail after advancing 1 line
               compute j = j + 1
           end-perform.
           write reportLine from breakLine after advancing 1 line.
           compute outRSquared rounded = rSquared.
           compute outAdjRSquared rounded = adjRSquared.
           write reportLine from rSquaredLine after advancing 1 line.
           compute outFStat rounded = fStat.
           move predCount to outDf1.
           move residDf to outDf2.
           write reportLine from fStatLine after advancing 1 line.
           compute outResidSd rounded = residSd.
           write reportLine from residSdLine after advancing 1 line.
           write reportLine from breakLine after advancing 1 line.

           *> every fitted row in input order, flagged where its
           *> standardised residual passes the flag level
           write reportLine from residHeading after advancing 1 line.
           move 1 to i.
           perform until i > nRows
               perform WriteResidualLine
               if outResidFlag not = spaces
                   compute flaggedCount = flaggedCount + 1
               end-if
               compute i = i + 1
           end-perform.
           write reportLine from breakLine after advancing 1 line.

           *> then the few largest in size, biggest first
           write reportLine from largestHeading
               after advancing 1 line.
           move 1 to largestRank.
           perform until largestRank > maxLargest
               or largestRank > nRows
               move zero to bestRow, bestAbs
               move 1 to i
               perform until i > nRows
                   move rowResid(i) to residAbs
                   if residAbs < 0
                       compute residAbs = residAbs * -1
                   end-if
                   if rowPicked(i) = 'N'
                       and (bestRow = 0 or residAbs > bestAbs)
                       move i to bestRow
                       move residAbs to bestAbs
                   end-if
                   compute i = i + 1
               end-perform
               move 'Y' to rowPicked(bestRow)
               move bestRow to i
               perform WriteResidualLine
               compute largestRank = largestRank + 1
           end-perform.
           move flagLevel to outFlagLevel.
           move flaggedCount to outFlaggedCount.
           write reportLine from flaggedLine after advancing 1 line.

       WriteResidualLine.
           move rowId(i) to outResidId.
           move rowVal(i, depCol) to outActual.
           compute outFitted rounded = rowFit(i).
           compute outResid rounded = rowResid(i).
           compute outStdResid rounded = rowStdResid(i).
           move spaces to outResidFlag.
           if rowStdResid(i) > flagLevel
               or rowStdResid(i) < flagLevel * -1
               move '*LARGE*' to outResidFlag
           end-if.
           write reportLine from residDetail after advancing 1 line.

       *> statreg.par, if present, supplies the input, report, and
       *> exceptions file names, the dependent column number, the
       *> predictor column numbers run together two digits apiece
       *> (0203 is columns 2 and 3), the residual flag level (250 is
       *> 2.50 standard deviations), and then one name per column -
       *> the same operator convention statmatrix.par uses; with no
       *> parameter file the operator is prompted instead
       GetRunParameters.
           move 1 to i.
           perform until i > maxCols
               move spaces to colName(i)
               move 'COL' to colName(i)(1:3)
               move i to nameNum
               move nameNum to colName(i)(4:2)
               compute i = i + 1
           end-perform.
           open input controlFile.
           if controlStatus = "00"
               read controlFile into controlRecord
                   at end
                       continue
                   not at end
                       move controlRecord to matrixFileName
               end-read
               read controlFile into controlRecord
                   at end
                       continue
                   not at end
                       move controlRecord to reportFileName
               end-read
               read controlFile into controlRecord
                   at end
                       continue
                   not at end
                       move controlRecord to exceptionsFileName
               end-read
               read controlFile into depColRecord
                   at end
                       continue
                   not at end
                       if ctrlDepCol is numeric
                           move ctrlDepCol to depCol
                       end-if
               end-read
               read controlFile into controlRecord
                   at end
                       continue
                   not at end
                       move controlRecord(1:22) to predText
                       perform LoadPredictorList
               end-read
               read controlFile into flagLevelRecord
                   at end
                       continue
                   not at end
                       if ctrlFlagLevel is numeric
                           and ctrlFlagLevel > 0
                           move ctrlFlagLevel to flagLevel
                       end-if
               end-read
               move 1 to i
               perform until i > maxCols
                   read controlFile into controlRecord
                       at end
                           move maxCols to i
                       not at end
                           if controlRecord not = spaces
                               move controlRecord(1:12)
                                   to colName(i)
                           end-if
                   end-read
                   compute i = i + 1
               end-perform
               close controlFile
           else
               display "Enter the filename needs be read"
                   "(with file extention): " with no advancing
               accept matrixFileName
               display "Enter the filename of the report"
                   "(with file extention): " with no advancing
               accept reportFileName
               display "Enter the filename of the exceptions report"
                   "(with file extention): " with no advancing
               accept exceptionsFileName
               display "Enter the dependent column (01-12): "
                   with no advancing
               accept depColRecord
               if ctrlDepCol is numeric
                   move ctrlDepCol to depCol
               end-if
               display "Enter the predictor columns, two digits "
                   "each (e.g. 0203): " with no advancing
               accept predText
               perform LoadPredictorList
           end-if.

       *> the predictor columns, two digits apiece, up to the first
       *> pair that is blank or not a number
       LoadPredictorList.
           move predText to predColRecord.
           move zero to predCount.
           move 1 to j.
           perform until j > maxPred
               if ctrlPredCol(j) is numeric
                   and ctrlPredCol(j) >= 1
                   and ctrlPredCol(j) <= maxCols
                   compute predCount = predCount + 1
                   move ctrlPredCol(j) to predCol(predCount)
                   compute j = j + 1
               else
                   move maxPred to j
                   compute j = j + 1
               end-if
           end-perform.
