IDENTIFICATION DIVISION.
PROGRAM-ID. t-test-verify.
*> compile with:
*>   cobc -free -x t-test-verify.cbl
*>
*> verification of the tamper-evident chain on the audit log and the
*> results extract. every audit line closes with " | chain=<seq>:<hash>"
*> and every extract record with a final chain column: a sequence number
*> one past the previous line's, and two rolling hashes over the previous
*> line's chain value, the new sequence number and the line's own
*> content. this program recomputes the chain line by line and reports,
*> for each file, the first line where it no longer holds:
*>
*>   missing    the sequence jumps - one or more lines were deleted
*>   inserted   the sequence repeats or runs backwards, or an unchained
*>              line appears after the chain began - a line was added
*>   altered    the sequence is right but the line's content (or its
*>              chain value) no longer matches - a line was edited
*>   broken     the chain value itself is damaged, or a generation does
*>              not end on the value the next period carried forward
*>
*> the walk starts at the live log and follows the chain back through
*> the closed generations: t-test-close opens each new period's log with
*> a test=close line naming the generation it archived and the chain
*> value that generation ended on (carried=). the generation is then
*> verified in turn and must end on exactly that value - so a generation
*> cut short, extended or swapped for another is caught as well as an
*> edit inside one. the walk stops at the oldest generation, the one
*> whose log does not open with a carried chain. alongside each log the
*> extract of the same period (t-test-results.csv, or
*> t-test-results-<label>.csv beside t-test-audit-<label>.log) is
*> verified too; its chain starts afresh in each period's file, and a
*> closed period's extract must end on the value the test=close line
*> recorded for it (extract=). a test=close line written before that
*> value was recorded leaves the extract's end unchecked.
*>
*> lines written before the chain existed carry no chain value; they
*> are counted and reported as not verifiable, and are accepted only
*> ahead of a file's first chained line. the verdict at the end is a
*> plain PASS or FAIL for the auditor, and a FAIL (or a log that cannot
*> be opened at all) returns 8 so a scheduled verification notices it
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT f-chainFile ASSIGN TO DYNAMIC ws-chainFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-chainFileStatus.

    SELECT f-reportFile ASSIGN TO DYNAMIC ws-reportFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-reportFileStatus.

DATA DIVISION.
FILE SECTION.
  FD f-chainFile.
     01 f-ch-record PIC X(560).

  FD f-reportFile.
     01 f-rf-record PIC X(256).

WORKING-STORAGE SECTION.
*> command line args: both positionals are optional, like t-test-audit's.
*> the log named is where the walk back through the generations starts
  01 ws-startLogPath PIC X(256) VALUE "t-test-audit.log".

  01 ws-reportFilePath PIC X(256) VALUE SPACES.
     88 ws-rfp-empty VALUE SPACES.
  01 ws-reportFileStatus PIC XX VALUE SPACES.
     88 ws-rpfs-isOk VALUE "00".
  01 ws-reportFileState PIC 9 VALUE 0.
     88 ws-rfs-isOpen VALUE 1.

*> the file being verified (a log or an extract - the two differ only in
*> what separates the chain value from the content, and in the extract's
*> header row) and its status
  01 ws-chainFilePath PIC X(256) VALUE SPACES.
  01 ws-chainFileStatus PIC XX VALUE SPACES.
     88 ws-cfs-isOk VALUE "00".
  01 ws-fileKind PIC 9 VALUE ZERO.
     88 ws-fk-isLog VALUE 0.
     88 ws-fk-isExtract VALUE 1.

*> the walk back through the generations: the log being verified, the
*> one its carried line points back to (empty once the oldest generation
*> is reached), and the chain value the newer period carried forward,
*> which the older log must end on. the depth cap stops a carried line
*> that names its own file (or a cycle) from walking forever
  01 ws-currentLogPath PIC X(256) VALUE SPACES.
  01 ws-nextLogPath PIC X(256) VALUE SPACES.
  01 ws-nextExpectedEnd PIC X(27) VALUE SPACES.
  01 ws-expectedEnd PIC X(27) VALUE SPACES.
  01 ws-expectedEndState PIC 9 VALUE ZERO.
     88 ws-ees-none VALUE 0.
     88 ws-ees-isSet VALUE 1.

*> the same for the extract: the end value the newer period recorded
*> for the older one's extract, when its test=close line carries one
  01 ws-nextExtractEnd PIC X(27) VALUE SPACES.
  01 ws-nextExtractState PIC 9 VALUE ZERO.
     88 ws-nxs-none VALUE 0.
     88 ws-nxs-isSet VALUE 1.
  01 ws-expectedExtractEnd PIC X(27) VALUE SPACES.
  01 ws-expectedExtractState PIC 9 VALUE ZERO.
     88 ws-exs-none VALUE 0.
     88 ws-exs-isSet VALUE 1.
  01 ws-walkDepth PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-walkMaxDepth PIC 9(4) VALUE 200 USAGE IS COMPUTATIONAL-5.
  01 ws-walkState PIC 9 VALUE ZERO.
     88 ws-ws-isWalking VALUE 0.
     88 ws-ws-isDone VALUE 1.
  01 ws-extractPath PIC X(256) VALUE SPACES.
  01 ws-labelPart PIC X(256) VALUE SPACES.
  01 ws-pathLength PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the outcome for the file being verified: its line counts, the first
*> and last sequence numbers seen, and the first problem found (the
*> walk through a file stops there - everything after a break is
*> suspect, and the auditor needs the first one)
  01 ws-lineNumber PIC 9(8) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chainedCount PIC 9(8) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-unchainedCount PIC 9(8) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-firstSeq PIC 9(8) VALUE ZERO.
  01 ws-lastSeq PIC 9(8) VALUE ZERO.
  01 ws-chainStarted PIC 9 VALUE ZERO.
     88 ws-cs-isStarted VALUE 1.
  01 ws-problemState PIC 9 VALUE ZERO.
     88 ws-ps-isClean VALUE 0.
     88 ws-ps-isFound VALUE 1.
  01 ws-problemLine PIC 9(8) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-problemText PIC X(200) VALUE SPACES.
  01 ws-carriedFrom PIC X(256) VALUE SPACES.
  01 ws-carriedValue PIC X(27) VALUE SPACES.

*> run totals for the final verdict
  01 ws-filesVerified PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-filesFailed PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-filesAbsent PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the tamper-evident chain, exactly as the writers compute it: a
*> sequence number and two rolling hashes (the fingerprint's
*> multiply-and-reduce, with two different multipliers and primes) over
*> the previous line's chain value, the new sequence number and the
*> line's own content. a file with no chained line yet starts from the
*> all-zero seed
  01 ws-chainSeed PIC X(27) VALUE "00000000:000000000000000000".
  01 ws-chainPrevious PIC X(27) VALUE SPACES.
  01 ws-chainPrevFields REDEFINES ws-chainPrevious.
     05 ws-chp-seq PIC 9(8).
     05 FILLER PIC X.
     05 ws-chp-hash PIC X(18).
  01 ws-chainValue.
     05 ws-chv-seq PIC 9(8).
     05 FILLER PIC X VALUE ":".
     05 ws-chv-hashA PIC 9(9).
     05 ws-chv-hashB PIC 9(9).
  01 ws-chainInput.
     05 ws-chi-previous PIC X(27).
     05 ws-chi-seq PIC 9(8).
     05 ws-chi-content PIC X(512).
  01 ws-chainContentLength PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chainInputLength PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chainIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chainHashA PIC 9(9) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chainHashB PIC 9(9) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chainWork PIC 9(12) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chainSeparator PIC X(9) VALUE SPACES.
  01 ws-chainSepLength PIC 9 VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> one line of the file being verified, split into its content and the
*> chain value that closes it (when it has one)
  01 ws-inputLine PIC X(560) VALUE SPACES.
  01 ws-inputLength PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-inputChainStart PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-lineChain PIC X(27) VALUE SPACES.
  01 ws-lineChainFields REDEFINES ws-lineChain.
     05 ws-lc-seq PIC 9(8).
     05 ws-lc-colon PIC X.
     05 ws-lc-hash PIC X(18).
  01 ws-lineChainState PIC 9 VALUE ZERO.
     88 ws-lcs-none VALUE 0.
     88 ws-lcs-present VALUE 1.
  01 ws-expectedSeq PIC 9(8) VALUE ZERO.

*> the " | "-separated parts of a log's first line, examined for the
*> test=close line that carries the chain in from the previous period
  01 ws-carryParts.
     05 ws-cp-part OCCURS 7 TIMES PIC X(300).

  01 ws-formattedCount PIC Z(7)9 VALUE ZEROS.
  01 ws-formattedSeq PIC Z(7)9 VALUE ZEROS.
  01 ws-formattedSeq2 PIC Z(7)9 VALUE ZEROS.

*> a line of output, built up by the report paragraphs, then sent to the
*> console and/or the report file by emitLine
  01 ws-outputLine PIC X(256) VALUE SPACES.
  01 ws-outputPointer PIC 9999 VALUE 1 USAGE IS COMPUTATIONAL-5.


PROCEDURE DIVISION CHAINING ws-startLogPath ws-reportFilePath.
  IF ws-startLogPath = SPACES
    MOVE "t-test-audit.log" TO ws-startLogPath
  END-IF.

  IF NOT ws-rfp-empty
    OPEN OUTPUT f-reportFile
    IF ws-rpfs-isOk
      MOVE 1 TO ws-reportFileState
    ELSE
      MOVE SPACES TO ws-outputLine
      STRING "Warning: could not open report file, status "
          ws-reportFileStatus DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF
  END-IF.

*> the log the walk starts from must open before anything is verified -
*> a mistyped path is a usage error, not a broken chain
  MOVE ws-startLogPath TO ws-chainFilePath.
  OPEN INPUT f-chainFile.
  IF NOT ws-cfs-isOk
    DISPLAY "Cannot open audit log '" FUNCTION trim(ws-startLogPath)
        "', status " ws-chainFileStatus
    PERFORM showUsage
    MOVE 8 TO RETURN-CODE
    PERFORM exitProgram
  END-IF.
  CLOSE f-chainFile.

  MOVE "Audit chain verification" TO ws-outputLine.
  PERFORM emitLine.
  MOVE "------------------------" TO ws-outputLine.
  PERFORM emitLine.

  MOVE ws-startLogPath TO ws-currentLogPath.
  MOVE 0 TO ws-expectedEndState.
  MOVE 0 TO ws-expectedExtractState.
  MOVE 0 TO ws-walkState.
  PERFORM verifyGeneration UNTIL ws-ws-isDone.

  PERFORM displayVerdict.

  exitProgram.
    IF ws-rfs-isOpen
      CLOSE f-reportFile
    END-IF.
    STOP RUN.

  showUsage.
    DISPLAY "t-test-verify [log-file] [report-file]".
    DISPLAY " ".
    DISPLAY "  log-file     Optional. The audit log to start from. Defaults to".
    DISPLAY "               t-test-audit.log, the live log the t-test program writes.".
    DISPLAY "               The walk follows the chain carried forward by".
    DISPLAY "               t-test-close back through every closed generation".
    DISPLAY "               (t-test-audit-<label>.log), verifying each period's".
    DISPLAY "               extract alongside its log.".
    DISPLAY " ".
    DISPLAY "  report-file  Optional. A file to receive a copy of the report output.".

*> sends the current content of ws-outputLine to the console and, when a
*> report file was named on the command line, appends it to the report file
*> too
  emitLine.
    DISPLAY FUNCTION trim(ws-outputLine TRAILING).

    IF ws-rfs-isOpen
      MOVE ws-outputLine TO f-rf-record
      WRITE f-rf-record
    END-IF.

*> verifies one period: its audit log, checked against the end value the
*> newer period carried forward when there is one, then the extract of
*> the same period, checked against the end value recorded for it. moves
*> the walk on to the generation the log's carried line names, or ends
*> it at the oldest generation
  verifyGeneration.
    ADD 1 TO ws-walkDepth.
    MOVE SPACES TO ws-nextLogPath.
    MOVE 0 TO ws-nextExtractState.

    MOVE ws-currentLogPath TO ws-chainFilePath.
    MOVE 0 TO ws-fileKind.
    MOVE " | chain=" TO ws-chainSeparator.
    MOVE 9 TO ws-chainSepLength.
    PERFORM verifyChainFile.

    PERFORM deriveExtractPath.
    IF ws-extractPath NOT = SPACES
      MOVE ws-extractPath TO ws-chainFilePath
      MOVE 1 TO ws-fileKind
      MOVE "," TO ws-chainSeparator
      MOVE 1 TO ws-chainSepLength
      MOVE ws-expectedExtractEnd TO ws-expectedEnd
      MOVE ws-expectedExtractState TO ws-expectedEndState
      PERFORM verifyChainFile
    END-IF.

    IF ws-ws-isDone
      EXIT PARAGRAPH
    END-IF.

    IF ws-nextLogPath = SPACES
      MOVE SPACES TO ws-outputLine
      PERFORM emitLine
      MOVE SPACES TO ws-outputLine
      STRING "Oldest generation reached: " FUNCTION trim(ws-currentLogPath)
          " does not open with a carried chain"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
      MOVE 1 TO ws-walkState
      EXIT PARAGRAPH
    END-IF.

    IF ws-walkDepth >= ws-walkMaxDepth
        OR ws-nextLogPath = ws-currentLogPath
      MOVE SPACES TO ws-outputLine
      PERFORM emitLine
      MOVE SPACES TO ws-outputLine
      STRING "FAIL: the carried chain in " FUNCTION trim(ws-currentLogPath)
          " leads back into a generation already walked"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
      ADD 1 TO ws-filesFailed
      MOVE 1 TO ws-walkState
      EXIT PARAGRAPH
    END-IF.

    MOVE ws-nextLogPath TO ws-currentLogPath.
    MOVE ws-nextExpectedEnd TO ws-expectedEnd.
    MOVE 1 TO ws-expectedEndState.
    MOVE ws-nextExtractEnd TO ws-expectedExtractEnd.
    MOVE ws-nextExtractState TO ws-expectedExtractState.

*> the extract of the same period as the log: t-test-results.csv beside
*> t-test-audit.log, t-test-results-<label>.csv beside
*> t-test-audit-<label>.log. a log under any other name has no extract
*> paired with it
  deriveExtractPath.
    MOVE SPACES TO ws-extractPath.
    COMPUTE ws-pathLength =
        FUNCTION length(FUNCTION trim(ws-currentLogPath)).
    IF ws-pathLength < 16 OR ws-currentLogPath(1:12) NOT = "t-test-audit"
        OR ws-currentLogPath(ws-pathLength - 3:4) NOT = ".log"
      EXIT PARAGRAPH
    END-IF.

    IF 16 = ws-pathLength
      MOVE "t-test-results.csv" TO ws-extractPath
    ELSE
      IF ws-currentLogPath(13:1) = "-"
        MOVE ws-currentLogPath(14:ws-pathLength - 17) TO ws-labelPart
        STRING "t-test-results-" FUNCTION trim(ws-labelPart) ".csv"
          DELIMITED BY SIZE INTO ws-extractPath
      END-IF
    END-IF.

*> walks one file line by line, recomputing the chain, and reports the
*> outcome. a log that cannot be opened is a failure - it is either the
*> live log or a generation the chain says must exist. an extract that
*> does not exist is only noted: a period in which no run wrote one has
*> none - unless the close recorded it as ending past the seed, in which
*> case every line of it is missing
  verifyChainFile.
    MOVE 0 TO ws-lineNumber.
    MOVE 0 TO ws-chainedCount.
    MOVE 0 TO ws-unchainedCount.
    MOVE 0 TO ws-firstSeq.
    MOVE 0 TO ws-lastSeq.
    MOVE 0 TO ws-chainStarted.
    MOVE 0 TO ws-problemState.
    MOVE 0 TO ws-problemLine.
    MOVE SPACES TO ws-problemText.
    MOVE SPACES TO ws-carriedFrom.
    MOVE SPACES TO ws-carriedValue.
    MOVE ws-chainSeed TO ws-chainPrevious.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.

    OPEN INPUT f-chainFile.
    IF NOT ws-cfs-isOk
      MOVE SPACES TO ws-outputLine
      IF ws-fk-isExtract AND "35" = ws-chainFileStatus
          AND ws-ees-isSet AND ws-expectedEnd NOT = ws-chainSeed
        STRING FUNCTION trim(ws-chainFilePath) ": FAIL - missing lines at"
            " end: not present, but the period closed with it ending on "
            ws-expectedEnd
          DELIMITED BY SIZE INTO ws-outputLine
        ADD 1 TO ws-filesFailed
        PERFORM emitLine
        EXIT PARAGRAPH
      END-IF
      IF ws-fk-isExtract AND "35" = ws-chainFileStatus
        STRING FUNCTION trim(ws-chainFilePath)
            ": not present (no extract written in the period)"
          DELIMITED BY SIZE INTO ws-outputLine
        ADD 1 TO ws-filesAbsent
      ELSE
        STRING FUNCTION trim(ws-chainFilePath) ": FAIL - cannot be opened,"
            " status " ws-chainFileStatus
          DELIMITED BY SIZE INTO ws-outputLine
        ADD 1 TO ws-filesFailed
        MOVE 1 TO ws-walkState
      END-IF
      PERFORM emitLine
      EXIT PARAGRAPH
    END-IF.

    PERFORM readChainLine UNTIL NOT ws-cfs-isOk OR ws-ps-isFound.
    CLOSE f-chainFile.

    IF ws-ps-isClean AND ws-fk-isLog AND ws-ees-isSet
        AND ws-chainPrevious NOT = ws-expectedEnd
      MOVE 1 TO ws-problemState
      MOVE ws-lineNumber TO ws-problemLine
      MOVE SPACES TO ws-problemText
      STRING "broken: the generation ends on " ws-chainPrevious
          " but the next period carried " ws-expectedEnd
          " forward - lines lost from or added to its end, or the file"
          " replaced"
        DELIMITED BY SIZE INTO ws-problemText
    END-IF.

*> the extract's end is held to the value the close recorded for it: a
*> lower sequence than recorded means lines were cut from the end
    IF ws-ps-isClean AND ws-fk-isExtract AND ws-ees-isSet
        AND ws-chainPrevious NOT = ws-expectedEnd
      MOVE 1 TO ws-problemState
      MOVE ws-lineNumber TO ws-problemLine
      MOVE SPACES TO ws-problemText
      IF ws-chainPrevious(1:8) < ws-expectedEnd(1:8)
        STRING "missing lines at end: the extract ends on " ws-chainPrevious
            " but the period closed with it ending on " ws-expectedEnd
          DELIMITED BY SIZE INTO ws-problemText
      ELSE
        STRING "broken: the extract ends on " ws-chainPrevious
            " but the period closed with it ending on " ws-expectedEnd
            " - lines added to its end, or the file replaced"
          DELIMITED BY SIZE INTO ws-problemText
      END-IF
    END-IF.

    ADD 1 TO ws-filesVerified.
    PERFORM displayFileOutcome.

  readChainLine.
    READ f-chainFile INTO ws-inputLine
      AT END
        MOVE "10" TO ws-chainFileStatus
      NOT AT END
        IF ws-inputLine NOT = SPACES
          ADD 1 TO ws-lineNumber
          PERFORM checkChainLine
        END-IF
    END-READ.

*> checks one line against the chain: splits off its chain value,
*> accepts an unchained line only before the chain has begun, then holds
*> the sequence number and the recomputed hashes to the line before.
*> the extract's header row is not part of the chain. a log's first line
*> may be the carried line that opens a period, which seeds the chain
*> from the value the previous generation ended on
  checkChainLine.
    IF ws-fk-isExtract AND ws-inputLine(1:10) = "timestamp,"
      EXIT PARAGRAPH
    END-IF.

    PERFORM splitChainedLine.

    IF ws-lcs-none
      IF ws-cs-isStarted
        MOVE 1 TO ws-problemState
        MOVE ws-lineNumber TO ws-problemLine
        MOVE "inserted: a line with no chain value after the chain began"
          TO ws-problemText
      ELSE
        ADD 1 TO ws-unchainedCount
      END-IF
      EXIT PARAGRAPH
    END-IF.

    IF ws-lc-seq IS NOT NUMERIC OR ws-lc-colon NOT = ":"
        OR ws-lc-hash IS NOT NUMERIC
      MOVE 1 TO ws-problemState
      MOVE ws-lineNumber TO ws-problemLine
      MOVE "broken: the line's chain value is damaged" TO ws-problemText
      EXIT PARAGRAPH
    END-IF.

    IF ws-fk-isLog AND 1 = ws-lineNumber
      PERFORM checkCarriedLine
    END-IF.

    COMPUTE ws-expectedSeq = ws-chp-seq + 1.
    IF ws-lc-seq < ws-expectedSeq
      MOVE 1 TO ws-problemState
      MOVE ws-lineNumber TO ws-problemLine
      MOVE ws-lc-seq TO ws-formattedSeq
      MOVE ws-expectedSeq TO ws-formattedSeq2
      MOVE SPACES TO ws-problemText
      STRING "inserted: sequence " FUNCTION trim(ws-formattedSeq)
          " repeats or runs backwards (expected "
          FUNCTION trim(ws-formattedSeq2) ")"
        DELIMITED BY SIZE INTO ws-problemText
      EXIT PARAGRAPH
    END-IF.

    IF ws-lc-seq > ws-expectedSeq
      MOVE 1 TO ws-problemState
      MOVE ws-lineNumber TO ws-problemLine
      MOVE ws-expectedSeq TO ws-formattedSeq
      COMPUTE ws-formattedSeq2 = ws-lc-seq - 1
      MOVE SPACES TO ws-problemText
      IF ws-formattedSeq = ws-formattedSeq2
        STRING "missing: the line with sequence " FUNCTION trim(ws-formattedSeq)
            " is gone from before this line"
          DELIMITED BY SIZE INTO ws-problemText
      ELSE
        STRING "missing: the lines with sequence " FUNCTION trim(ws-formattedSeq)
            " to " FUNCTION trim(ws-formattedSeq2)
            " are gone from before this line"
          DELIMITED BY SIZE INTO ws-problemText
      END-IF
      EXIT PARAGRAPH
    END-IF.

    PERFORM computeChainValue.
    IF ws-chainValue NOT = ws-lineChain
      MOVE 1 TO ws-problemState
      MOVE ws-lineNumber TO ws-problemLine
      MOVE "altered: the line no longer matches its chain value"
        TO ws-problemText
      EXIT PARAGRAPH
    END-IF.

    IF NOT ws-cs-isStarted
      MOVE 1 TO ws-chainStarted
      MOVE ws-lc-seq TO ws-firstSeq
    END-IF.
    MOVE ws-lc-seq TO ws-lastSeq.
    ADD 1 TO ws-chainedCount.
    MOVE ws-lineChain TO ws-chainPrevious.

*> splits the line into its content (into ws-chi-content, for the hash)
*> and the 27-character chain value after the separator that closes it
  splitChainedLine.
    MOVE 0 TO ws-lineChainState.
    MOVE SPACES TO ws-lineChain.
    COMPUTE ws-inputLength =
        FUNCTION length(FUNCTION trim(ws-inputLine TRAILING)).
    IF ws-inputLength <= 27 + ws-chainSepLength
      EXIT PARAGRAPH
    END-IF.

    COMPUTE ws-inputChainStart = ws-inputLength - 26.
    IF ws-inputLine(ws-inputChainStart - ws-chainSepLength:
        ws-chainSepLength) NOT = ws-chainSeparator(1:ws-chainSepLength)
      EXIT PARAGRAPH
    END-IF.

    MOVE 1 TO ws-lineChainState.
    MOVE ws-inputLine(ws-inputChainStart:27) TO ws-lineChain.
    COMPUTE ws-chainContentLength =
        ws-inputChainStart - ws-chainSepLength - 1.
    MOVE SPACES TO ws-chi-content.
    MOVE ws-inputLine(1:ws-chainContentLength) TO ws-chi-content.

*> a log that opens with t-test-close's test=close line continues the
*> chain of the generation that line names: the carried= value seeds the
*> chain here, and is what that generation must be found to end on. the
*> extract= value after it, when the line has one, is what that
*> generation's extract must end on
  checkCarriedLine.
    MOVE SPACES TO ws-carryParts.
    UNSTRING ws-chi-content DELIMITED BY " | "
      INTO ws-cp-part(1), ws-cp-part(2), ws-cp-part(3), ws-cp-part(4),
          ws-cp-part(5), ws-cp-part(6), ws-cp-part(7).

    IF ws-cp-part(3) = "test=close" AND ws-cp-part(4)(1:5) = "file="
        AND ws-cp-part(5)(1:8) = "carried="
      MOVE ws-cp-part(4)(6:251) TO ws-carriedFrom
      MOVE ws-cp-part(5)(9:27) TO ws-carriedValue
      MOVE ws-carriedValue TO ws-chainPrevious
      IF ws-chp-seq IS NOT NUMERIC OR ws-chp-hash IS NOT NUMERIC
        MOVE ws-chainSeed TO ws-chainPrevious
      ELSE
        MOVE ws-carriedFrom TO ws-nextLogPath
        MOVE ws-carriedValue TO ws-nextExpectedEnd
        IF ws-cp-part(6)(1:8) = "extract="
            AND ws-cp-part(6)(9:8) IS NUMERIC
            AND ws-cp-part(6)(17:1) = ":"
            AND ws-cp-part(6)(18:18) IS NUMERIC
          MOVE ws-cp-part(6)(9:27) TO ws-nextExtractEnd
          MOVE 1 TO ws-nextExtractState
        END-IF
      END-IF
    END-IF.

*> computes the chain value for the content in ws-chi-content (its
*> length in ws-chainContentLength) following ws-chainPrevious: the next
*> sequence number, and the two hashes over previous value, sequence
*> number and content in that order
  computeChainValue.
    MOVE ws-chainPrevious TO ws-chi-previous.
    COMPUTE ws-chi-seq = ws-chp-seq + 1.
    MOVE ws-chi-seq TO ws-chv-seq.
    MOVE 0 TO ws-chainHashA.
    MOVE 0 TO ws-chainHashB.
    COMPUTE ws-chainInputLength = 35 + ws-chainContentLength.
    PERFORM mixChainChar
      VARYING ws-chainIdx FROM 1 BY 1 UNTIL ws-chainIdx > ws-chainInputLength.
    MOVE ws-chainHashA TO ws-chv-hashA.
    MOVE ws-chainHashB TO ws-chv-hashB.

  mixChainChar.
    COMPUTE ws-chainWork =
        (ws-chainHashA * 31) + FUNCTION ORD(ws-chainInput(ws-chainIdx:1)).
    COMPUTE ws-chainHashA = FUNCTION MOD(ws-chainWork, 999999937).
    COMPUTE ws-chainWork =
        (ws-chainHashB * 37) + FUNCTION ORD(ws-chainInput(ws-chainIdx:1)).
    COMPUTE ws-chainHashB = FUNCTION MOD(ws-chainWork, 999999929).

*> one file's outcome: PASS with what was verified, or FAIL with the
*> line number and nature of the first problem found
  displayFileOutcome.
    MOVE SPACES TO ws-outputLine.
    MOVE 1 TO ws-outputPointer.
    MOVE ws-lineNumber TO ws-formattedCount.
    STRING FUNCTION trim(ws-chainFilePath) ": "
        FUNCTION trim(ws-formattedCount) " line(s)"
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer.
    IF ws-chainedCount > 0
      MOVE ws-firstSeq TO ws-formattedSeq
      MOVE ws-lastSeq TO ws-formattedSeq2
      STRING ", chain sequence " FUNCTION trim(ws-formattedSeq)
          "-" FUNCTION trim(ws-formattedSeq2)
        DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer
    END-IF.
    IF ws-ps-isClean
      STRING " - PASS" DELIMITED BY SIZE
        INTO ws-outputLine WITH POINTER ws-outputPointer
    ELSE
      STRING " - FAIL" DELIMITED BY SIZE
        INTO ws-outputLine WITH POINTER ws-outputPointer
      ADD 1 TO ws-filesFailed
    END-IF.
    PERFORM emitLine.

    IF ws-ps-isFound
      MOVE ws-problemLine TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "  first problem at line " FUNCTION trim(ws-formattedCount)
          ": " FUNCTION trim(ws-problemText)
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-unchainedCount > 0
      MOVE ws-unchainedCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "  " FUNCTION trim(ws-formattedCount)
          " line(s) written before the chain began - not verifiable"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-fk-isLog AND ws-carriedFrom NOT = SPACES
      MOVE SPACES TO ws-outputLine
      STRING "  opens with the chain carried forward from "
          FUNCTION trim(ws-carriedFrom) " (" ws-carriedValue ")"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-ees-isSet AND ws-ps-isClean
      MOVE "  ends on the value the next period carried forward"
        TO ws-outputLine
      PERFORM emitLine
    END-IF.

*> the auditor's answer: PASS only when every file walked verified clean
  displayVerdict.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.

    MOVE SPACES TO ws-outputLine.
    MOVE 1 TO ws-outputPointer.
    MOVE ws-filesVerified TO ws-formattedCount.
    STRING "Files verified: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer.
    MOVE ws-filesFailed TO ws-formattedCount.
    STRING ", failed: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer.
    IF ws-filesAbsent > 0
      MOVE ws-filesAbsent TO ws-formattedCount
      STRING ", extracts not present: " FUNCTION trim(ws-formattedCount)
        DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer
    END-IF.
    PERFORM emitLine.

    IF 0 = ws-filesFailed
      MOVE "RESULT: PASS - the audit chain is intact" TO ws-outputLine
    ELSE
      MOVE "RESULT: FAIL - see the first problem reported for each file"
        TO ws-outputLine
      MOVE 8 TO RETURN-CODE
    END-IF.
    PERFORM emitLine.
