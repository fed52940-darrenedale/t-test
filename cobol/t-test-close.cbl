*>     is carried forward in one place
*>   - rolls the live log and extract over to dated generation files
*>     (t-test-audit-<label>.log, t-test-results-<label>.csv) and starts
*>     the new period clean - the writers recreate the live extract on
*>     the next run
*>   - carries the audit chain across the close: the log's end chain
*>     value goes into the close-out report and into the first line of
*>     the new period's log (test=close, naming the generation, the
*>     carried= value and the extract's end value as extract=), which
*>     chains on from it - so the t-test-verify program can walk from the
*>     live log back through every generation and notice a generation's
*>     log or extract cut short or swapped out
*>
*> the t-test-audit program's --generation=<label> option reports across
*> a named generation, so "Q3 summary" means the complete Q3 archive.
*> a generation that already exists is never overwritten - archives are
*> the compliance record, and this program refuses to touch one.
*>
*> nor is a period closed while any run in the results sign-off register
*> (t-test-signoff.csv) is still pending review: every --study run must
*> have been approved or rejected by its study's owner, with the
*> t-test-signoff program, before the period's results leave the shop
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-probeFileStatus.

    SELECT f-extractFile ASSIGN TO DYNAMIC ws-liveExtractPath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-extractFileStatus.

    SELECT f-closeOutFile ASSIGN TO DYNAMIC ws-closeOutFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-closeOutFileStatus.

    SELECT f-signoffFile ASSIGN TO DYNAMIC ws-signoffFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-signoffFileStatus.

DATA DIVISION.
FILE SECTION.
  FD f-auditFile.
  FD f-probeFile.
     01 f-pr-record PIC X(256).

  FD f-extractFile.
     01 f-ex-record PIC X(512).

  FD f-closeOutFile.
     01 f-co-record PIC X(256).

  FD f-signoffFile.
     01 f-so-record PIC X(700).

WORKING-STORAGE SECTION.
*> command line args: the generation label the period is closed under
  01 ws-generationLabel PIC X(256) VALUE SPACES.
  01 ws-renameSource PIC X(280) VALUE SPACES.
  01 ws-renameTarget PIC X(280) VALUE SPACES.
  01 ws-renameStatus PIC S9(8) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-extractFileStatus PIC XX VALUE SPACES.
     88 ws-efs-isOk VALUE "00".

*> the results sign-off register, read through before anything is
*> touched for runs still pending review: the register's run_id,
*> study_id and status fields, and how many runs are pending
  01 ws-signoffFilePath PIC X(40) VALUE "t-test-signoff.csv".
  01 ws-signoffFileStatus PIC XX VALUE SPACES.
     88 ws-sos-isOk VALUE "00".
  01 ws-signoffLine PIC X(700) VALUE SPACES.
  01 ws-signoffRunId PIC X(8) VALUE SPACES.
  01 ws-signoffStudyId PIC X(16) VALUE SPACES.
  01 ws-signoffStatus PIC X(8) VALUE SPACES.
  01 ws-signoffSkip PIC X(256) VALUE SPACES.
  01 ws-pendingCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> the tamper-evident chain carried on every audit line and extract
*> record, as t-test writes it: a sequence number and two rolling hashes (the fingerprint's
*> multiply-and-reduce, with two different multipliers and primes) over
*> the previous line's chain value, the new sequence number and the
*> line's own content. editing, inserting or deleting a line breaks the
*> chain from that point on, which the t-test-verify program reports. a
*> file with no chained line yet starts from the all-zero seed
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
  01 ws-chainTailLine PIC X(560) VALUE SPACES.
  01 ws-chainTailLength PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chainTailStart PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the chain end values found in the live files, reported at close and
*> carried into the new period's first line (the extract's as the
*> all-zero seed when the period wrote none), and what that line is
*> built from
  01 ws-auditChainEnd PIC X(27) VALUE SPACES.
  01 ws-extractChainEnd PIC X(27) VALUE SPACES.
  01 ws-extractChainState PIC 9 VALUE ZERO.
     88 ws-ecs-noExtract VALUE 0.
     88 ws-ecs-found VALUE 1.
  01 ws-carryUser PIC X(32) VALUE SPACES.
  01 ws-carryLine PIC X(512) VALUE SPACES.

*> one raw line of the audit log and the " | "-separated parts it splits
*> into, handled exactly as t-test-audit handles them: four fixed
  01 ws-totalRunCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-totalSigCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> lines that record something other than a run: a --study run refused
*> because the user was not an authorised analyst (REFUSED= in place of
*> the statistic), t-test-study's analyst grants and revokes
*> (test=grant / test=revoke), and t-test-signoff's decisions on runs
*> (test=approve / test=reject). they are counted on their own rather
*> than as runs, so the period's run totals stay runs. the test=close
*> line that opens a period (carrying the chain forward) is not a run
*> either
  01 ws-alp-test PIC X(28) VALUE SPACES.
  01 ws-refusedRunCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-carryLineCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-accessChangeCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-decisionCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> scratch for classifying a verdict, as t-test-audit does: significant
*> unless the verdict says "not significant" or never mentions
*> significance
  PERFORM checkGenerationLabel.
  PERFORM buildGenerationPaths.
  PERFORM refuseExistingGeneration.
  PERFORM refusePendingSignoffs.
  PERFORM tallyLiveAuditLog.
  PERFORM findExtractChainEnd.
*> the archive renames come first: the close-out report asserts the
*> archival happened, so it is only written once that is true - a
*> failed close must not leave a report on disk saying otherwise
  PERFORM archiveLiveFiles.
  PERFORM startNewPeriodLog.
  PERFORM writeCloseOutReport.

  DISPLAY "Period " FUNCTION trim(ws-generationLabel)
    DISPLAY "  file, significant counts), rolls the live files over to".
    DISPLAY "  t-test-audit-<label>.log and t-test-results-<label>.csv, then writes".
    DISPLAY "  the totals to t-test-close-<label>.rpt and starts the new period".
    DISPLAY "  clean. An existing generation is never overwritten, and the period".
    DISPLAY "  is not closed while any run is still pending review in the sign-off".
    DISPLAY "  register (see t-test-signoff).".
    DISPLAY " ".
    DISPLAY "  Report across a closed generation with:".
    DISPLAY "    t-test-audit <report> --generation=<label>".
      STOP RUN
    END-IF.

*> reads the sign-off register through and stops the close if any run in
*> it is still pending review, listing each one. no register yet means
*> no --study runs to review; one that cannot be read stops the close,
*> since the pending runs cannot then be ruled out
  refusePendingSignoffs.
    MOVE 0 TO ws-pendingCount.
    OPEN INPUT f-signoffFile.

    IF ws-signoffFileStatus = "35"
      EXIT PARAGRAPH
    END-IF.

    IF NOT ws-sos-isOk
      DISPLAY "Cannot open sign-off register '"
          FUNCTION trim(ws-signoffFilePath) "', status " ws-signoffFileStatus
          " - period not closed"
      STOP RUN
    END-IF.

    PERFORM readSignoffLine UNTIL NOT ws-sos-isOk.

    CLOSE f-signoffFile.

    IF ws-pendingCount > 0
      MOVE ws-pendingCount TO ws-formattedCount
      DISPLAY FUNCTION trim(ws-formattedCount)
          " run(s) pending review - each must be approved or rejected by its"
          " study's owner with t-test-signoff before the period can be closed"
      STOP RUN
    END-IF.

  readSignoffLine.
    READ f-signoffFile INTO ws-signoffLine
      AT END
        MOVE "10" TO ws-signoffFileStatus
      NOT AT END
        MOVE SPACES TO ws-signoffRunId ws-signoffStudyId ws-signoffStatus
        UNSTRING ws-signoffLine DELIMITED BY ','
          INTO ws-signoffRunId, ws-signoffSkip, ws-signoffSkip,
              ws-signoffStudyId, ws-signoffSkip, ws-signoffSkip,
              ws-signoffSkip, ws-signoffSkip, ws-signoffSkip,
              ws-signoffSkip, ws-signoffStatus
        END-UNSTRING
        IF ws-signoffStatus = "pending"
          ADD 1 TO ws-pendingCount
          DISPLAY "  run " ws-signoffRunId " (study "
              FUNCTION trim(ws-signoffStudyId) ") is pending review"
        END-IF
    END-READ.

*> streams every line of the live audit log through the period tallies.
*> unlike the query program there is no retained-entry table and so no
*> cap: the close-out totals cover the period in full, which is the
*> whole point of closing it
  tallyLiveAuditLog.
    MOVE " | chain=" TO ws-chainSeparator.
    MOVE 9 TO ws-chainSepLength.
    MOVE ws-chainSeed TO ws-chainPrevious.
    OPEN INPUT f-auditFile.

    IF NOT ws-afs-isOk
    PERFORM readAuditLogLine UNTIL NOT ws-afs-isOk.

    CLOSE f-auditFile.
    MOVE ws-chainPrevious TO ws-auditChainEnd.

  readAuditLogLine.
    READ f-auditFile INTO ws-auditInputLine
        MOVE "10" TO ws-auditFileStatus
      NOT AT END
        ADD 1 TO ws-auditLineCount
        IF ws-auditInputLine NOT = SPACES
          MOVE ws-auditInputLine TO ws-chainTailLine
          PERFORM takeChainFromTail
        END-IF
        PERFORM tallyAuditLogLine
    END-READ.

*> reads the live extract through for its last record's chain value,
*> for the close-out report. a missing extract (no run has written one
*> this period) is noted there, not fatal
  findExtractChainEnd.
    MOVE "," TO ws-chainSeparator.
    MOVE 1 TO ws-chainSepLength.
    MOVE ws-chainSeed TO ws-chainPrevious.
    OPEN INPUT f-extractFile.
    IF ws-efs-isOk
      MOVE 1 TO ws-extractChainState
      PERFORM readExtractChainTail UNTIL NOT ws-efs-isOk
      CLOSE f-extractFile
    END-IF.
    MOVE ws-chainPrevious TO ws-extractChainEnd.

  readExtractChainTail.
    READ f-extractFile INTO ws-chainTailLine
      AT END
        MOVE "10" TO ws-extractFileStatus
      NOT AT END
        IF ws-chainTailLine NOT = SPACES
          PERFORM takeChainFromTail
        END-IF
    END-READ.

*> takes the chain value off the end of the line in ws-chainTailLine -
*> the 27 characters after the ws-chainSeparator that closes the line -
*> into ws-chainPrevious. a line without one (written before the chain
*> existed, or a header row) leaves the all-zero seed
  takeChainFromTail.
    MOVE ws-chainSeed TO ws-chainPrevious.
    COMPUTE ws-chainTailLength =
        FUNCTION length(FUNCTION trim(ws-chainTailLine TRAILING)).
    IF ws-chainTailLength > 27 + ws-chainSepLength
      COMPUTE ws-chainTailStart = ws-chainTailLength - 26
      IF ws-chainTailLine(ws-chainTailStart - ws-chainSepLength:
          ws-chainSepLength) = ws-chainSeparator(1:ws-chainSepLength)
        MOVE ws-chainTailLine(ws-chainTailStart:27) TO ws-chainPrevious
        IF ws-chp-seq IS NOT NUMERIC OR ws-chp-hash IS NOT NUMERIC
          MOVE ws-chainSeed TO ws-chainPrevious
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

*> opens the new period's log with the line that carries the chain
*> across the close: it names the generation just archived, the chain
*> value that generation ends on and the value its extract ends on, and
*> is itself chained on from the log's value, so the new log continues
*> the old one's sequence. the archives are already in place by now, so
*> a failure here is reported with what to do rather than undoing the
*> close
  startNewPeriodLog.
    MOVE SPACES TO ws-carryUser.
    ACCEPT ws-carryUser FROM ENVIRONMENT "USER".
    IF ws-carryUser = SPACES
      ACCEPT ws-carryUser FROM ENVIRONMENT "LOGNAME"
    END-IF.
    IF ws-carryUser = SPACES
      MOVE "UNKNOWN" TO ws-carryUser
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO ws-currentDateTime.
    MOVE SPACES TO ws-closeTimestamp.
    STRING ws-currentDateTime(1:4) "-" ws-currentDateTime(5:2) "-"
        ws-currentDateTime(7:2) " " ws-currentDateTime(9:2) ":"
        ws-currentDateTime(11:2) ":" ws-currentDateTime(13:2)
      DELIMITED BY SIZE INTO ws-closeTimestamp.

    MOVE SPACES TO ws-carryLine.
    STRING ws-closeTimestamp
        " | user=" FUNCTION trim(ws-carryUser)
        " | test=close"
        " | file=" FUNCTION trim(ws-genAuditPath)
        " | carried=" ws-auditChainEnd
        " | extract=" ws-extractChainEnd
        " | period " FUNCTION trim(ws-generationLabel)
        " closed - chain carried forward"
      DELIMITED BY SIZE INTO ws-carryLine.

    MOVE ws-auditChainEnd TO ws-chainPrevious.
    MOVE ws-carryLine TO ws-chi-content.
    COMPUTE ws-chainContentLength =
        FUNCTION length(FUNCTION trim(ws-carryLine TRAILING)).
    PERFORM computeChainValue.

    MOVE ws-liveAuditPath TO ws-auditFilePath.
    OPEN OUTPUT f-auditFile.
    IF NOT ws-afs-isOk
      DISPLAY "Warning: could not start the new period's audit log, status "
          ws-auditFileStatus " - the chain carried forward is "
          ws-auditChainEnd
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO f-au-record.
    STRING ws-carryLine(1:ws-chainContentLength) " | chain=" ws-chainValue
      DELIMITED BY SIZE INTO f-au-record.
    WRITE f-au-record.
    CLOSE f-auditFile.

*> splits one line the way t-test-audit does (fixed leading parts, then
*> any optional name= fields, then statistic and verdict) and folds it
*> into the period tallies; a malformed line is counted and skipped
    END-IF.

    MOVE ws-alp-part(2) TO ws-alp-user.
    MOVE ws-alp-part(3) TO ws-alp-test.
    MOVE ws-alp-part(4) TO ws-alp-file.
    MOVE SPACES TO ws-alp-study.
    MOVE 5 TO ws-alpIdx.
      ADD 1 TO ws-alpIdx
    END-IF.

    IF ws-alp-test = "test=close"
      ADD 1 TO ws-carryLineCount
      EXIT PARAGRAPH
    END-IF.
    IF ws-alp-test = "test=grant" OR ws-alp-test = "test=revoke"
      ADD 1 TO ws-accessChangeCount
      EXIT PARAGRAPH
    END-IF.
    IF ws-alp-test = "test=approve" OR ws-alp-test = "test=reject"
      ADD 1 TO ws-decisionCount
      EXIT PARAGRAPH
    END-IF.
    IF ws-alp-part(ws-alpIdx)(1:8) = "REFUSED="
      ADD 1 TO ws-refusedRunCount
      EXIT PARAGRAPH
    END-IF.

    ADD 1 TO ws-alpIdx.
    MOVE ws-alp-part(ws-alpIdx) TO ws-alp-verdict.

      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    IF ws-refusedRunCount > 0
      MOVE ws-refusedRunCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "Refused runs (user not authorised for the study): "
          FUNCTION trim(ws-formattedCount)
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-accessChangeCount > 0
      MOVE ws-accessChangeCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "Analyst access changes (grants/revokes): "
          FUNCTION trim(ws-formattedCount)
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-decisionCount > 0
      MOVE ws-decisionCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "Sign-off decisions (approvals/rejections): "
          FUNCTION trim(ws-formattedCount)
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-malformedLineCount > 0
      MOVE ws-malformedLineCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      PERFORM emitLine
    END-IF.

    MOVE SPACES TO ws-outputLine.
    STRING "Audit chain end value: " ws-auditChainEnd
        " (carried into the new period's first line)"
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE SPACES TO ws-outputLine.
    IF ws-ecs-found
      STRING "Extract chain end value: " ws-extractChainEnd
          " (carried into the new period's first line)"
        DELIMITED BY SIZE INTO ws-outputLine
    ELSE
      MOVE "Extract chain end value: (no extract this period)" TO ws-outputLine
    END-IF.
    PERFORM emitLine.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Runs per user" TO ws-outputLine.
