*> the study has wound up; the t-test program refuses a --study naming a
*> closed (or unknown) study, so a finished study cannot quietly keep
*> accumulating runs
*>
*> each study also has a list of authorised analysts: the registry owner
*> plus any users the owner has granted access, kept one grant per line
*> in t-test-analysts.csv:
*>   study_id,user,granted_by,granted_at
*> the t-test program refuses a --study run from anyone else. only the
*> study's owner may grant or revoke, and every grant and revoke is
*> written to the audit log beside the runs it governs
*>
*> a study cannot be closed while any of its runs are still pending
*> review in the results sign-off register (t-test-signoff.csv) kept with
*> the t-test-signoff program - closing it would leave those runs with
*> nobody to sign them off
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-registryFileStatus.

    SELECT f-analystFile ASSIGN TO DYNAMIC ws-analystFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-analystFileStatus.

    SELECT f-auditFile ASSIGN TO DYNAMIC ws-auditFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-auditFileStatus.

    SELECT f-signoffFile ASSIGN TO DYNAMIC ws-signoffFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-signoffFileStatus.

DATA DIVISION.
FILE SECTION.
  FD f-registryFile.
     01 f-rg-record PIC X(256).

  FD f-analystFile.
     01 f-an-record PIC X(256).

  FD f-auditFile.
     01 f-au-record PIC X(512).

  FD f-signoffFile.
     01 f-so-record PIC X(700).

WORKING-STORAGE SECTION.
*> command line args
  01 ws-command PIC X(256) VALUE SPACES.
     88 ws-cmd-isAdd VALUE "add".
     88 ws-cmd-isClose VALUE "close".
     88 ws-cmd-isList VALUE "list".
     88 ws-cmd-isGrant VALUE "grant".
     88 ws-cmd-isRevoke VALUE "revoke".
  01 ws-cliArg1 PIC X(256) VALUE SPACES.
  01 ws-cliArg2 PIC X(256) VALUE SPACES.
  01 ws-cliArg3 PIC X(256) VALUE SPACES.
  01 ws-studyIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-matchIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the authorised-analyst list, fixed beside the registry, held in memory
*> the same way so "revoke" can rewrite it without the one grant removed
  01 ws-analystFilePath PIC X(40) VALUE "t-test-analysts.csv".
  01 ws-analystFileStatus PIC XX VALUE SPACES.
     88 ws-ans-isOk VALUE "00".
  01 ws-analystMaxEntries PIC 9(4) VALUE 2000 USAGE IS COMPUTATIONAL-5.
  01 ws-analystCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-analystTable.
     05 ws-analystRow OCCURS 2000 TIMES.
        10 ws-analyst-studyId PIC X(16).
        10 ws-analyst-user PIC X(32).
        10 ws-analyst-grantedBy PIC X(32).
        10 ws-analyst-grantedAt PIC X(19).
  01 ws-analystIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-analystMatchIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-analystListLine PIC X(256) VALUE SPACES.
  01 ws-analystListPointer PIC 9999 VALUE 1 USAGE IS COMPUTATIONAL-5.

*> the results sign-off register, read by "close" for the study's runs
*> still pending review: the register's run_id, study_id and status
*> fields, and how many of the study's runs are pending
  01 ws-signoffFilePath PIC X(40) VALUE "t-test-signoff.csv".
  01 ws-signoffFileStatus PIC XX VALUE SPACES.
     88 ws-sos-isOk VALUE "00".
  01 ws-signoffLine PIC X(700) VALUE SPACES.
  01 ws-signoffRunId PIC X(8) VALUE SPACES.
  01 ws-signoffStudyId PIC X(16) VALUE SPACES.
  01 ws-signoffStatus PIC X(8) VALUE SPACES.
  01 ws-signoffSkip PIC X(256) VALUE SPACES.
  01 ws-pendingCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-formattedCount PIC Z(3)9 VALUE ZEROS.

*> the audit log grants and revokes are recorded in - the t-test
*> program's own log, so the access history sits beside the runs it
*> governs. the entry keeps the log's fixed layout (timestamp, user=,
*> test=, file=, study=, then a name=value pair and a closing verdict),
*> with the command in test= and the analyst concerned in analyst=
  01 ws-auditFilePath PIC X(40) VALUE "t-test-audit.log".
  01 ws-auditFileStatus PIC XX VALUE SPACES.
     88 ws-afs-isOk VALUE "00".
  01 ws-auditCurrentDateTime PIC X(21) VALUE SPACES.
  01 ws-auditTimestamp PIC X(19) VALUE SPACES.
  01 ws-auditUser PIC X(32) VALUE SPACES.
  01 ws-auditLine PIC X(512) VALUE SPACES.

*> the tamper-evident chain carried on every audit line, as t-test
*> writes it: a sequence number and two rolling hashes (the fingerprint's
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

*> one raw line of the registry and scratch for building a line to write
  01 ws-registryInputLine PIC X(256) VALUE SPACES.
  01 ws-registryOutputLine PIC X(256) VALUE SPACES.

PROCEDURE DIVISION CHAINING ws-command ws-cliArg1 ws-cliArg2 ws-cliArg3
    ws-cliArg4.
  IF NOT (ws-cmd-isAdd OR ws-cmd-isClose OR ws-cmd-isList
      OR ws-cmd-isGrant OR ws-cmd-isRevoke)
    DISPLAY "No command specified."
    PERFORM showUsage
    STOP RUN
  END-IF.

  PERFORM loadRegistry.
  PERFORM loadAnalysts.

  EVALUATE TRUE
    WHEN ws-cmd-isAdd
      PERFORM closeStudy
    WHEN ws-cmd-isList
      PERFORM listStudies
    WHEN ws-cmd-isGrant
      PERFORM grantAnalyst
    WHEN ws-cmd-isRevoke
      PERFORM revokeAnalyst
  END-EVALUATE.

  STOP RUN.
    DISPLAY "               The study is registered with status open.".
    DISPLAY " ".
    DISPLAY "  close <id>   Mark the study closed. The t-test program refuses runs".
    DISPLAY "               against a closed study. A study with runs still pending".
    DISPLAY "               review in t-test-signoff cannot be closed.".
    DISPLAY " ".
    DISPLAY "  list         List every registered study with its status and its".
    DISPLAY "               authorised analysts.".
    DISPLAY " ".
    DISPLAY "  grant <id> <user>".
    DISPLAY "               Authorise <user> to attach runs to the study with the".
    DISPLAY "               t-test program's --study option. Only the study's owner".
    DISPLAY "               may grant, and only while the study is open.".
    DISPLAY " ".
    DISPLAY "  revoke <id> <user>".
    DISPLAY "               Withdraw a user's authorisation. Only the study's owner".
    DISPLAY "               may revoke; the owner's own access cannot be revoked.".
    DISPLAY " ".
    DISPLAY "  The registry lives in t-test-studies.csv, one study per line:".
    DISPLAY "    study_id,study_name,owner,planned_test,status".
    DISPLAY "  The analysts granted access live in t-test-analysts.csv:".
    DISPLAY "    study_id,user,granted_by,granted_at".
    DISPLAY "  The owner is always authorised. Grants and revokes are recorded in".
    DISPLAY "  the audit log, t-test-audit.log.".

*> reads the whole registry into ws-studyTable. a registry that does not
*> exist yet is simply empty - "add" creates it with the first study - but
      STOP RUN
    END-IF.

    PERFORM countPendingRuns.
    IF ws-pendingCount > 0
      MOVE ws-pendingCount TO ws-formattedCount
      DISPLAY "Study '" FUNCTION trim(ws-cliArg1) "' has "
          FUNCTION trim(ws-formattedCount)
          " run(s) pending review - its owner must approve or reject them"
          " with t-test-signoff before it can be closed"
      STOP RUN
    END-IF.

    MOVE "closed" TO ws-study-status(ws-matchIdx).
    PERFORM rewriteRegistry.

    DISPLAY "Closed study '" FUNCTION trim(ws-cliArg1) "'".

*> counts the runs of the study in ws-cliArg1 still pending in the
*> sign-off register (listing each run ID). no register yet means no
*> runs to review; one that cannot be read stops the close, since the
*> pending runs cannot then be ruled out
  countPendingRuns.
    MOVE 0 TO ws-pendingCount.
    OPEN INPUT f-signoffFile.

    IF ws-signoffFileStatus = "35"
      EXIT PARAGRAPH
    END-IF.

    IF NOT ws-sos-isOk
      DISPLAY "Cannot open sign-off register '"
          FUNCTION trim(ws-signoffFilePath) "', status " ws-signoffFileStatus
          " - study not closed"
      STOP RUN
    END-IF.

    PERFORM readSignoffLine UNTIL NOT ws-sos-isOk.

    CLOSE f-signoffFile.

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
        IF FUNCTION trim(ws-signoffStudyId) = FUNCTION trim(ws-cliArg1)
            AND ws-signoffStatus = "pending"
          ADD 1 TO ws-pendingCount
          DISPLAY "  run " ws-signoffRunId " is pending review"
        END-IF
    END-READ.

*> writes the whole in-memory table back over the registry file, one
*> strict-CSV line per study
  rewriteRegistry.
        "  " ws-study-plannedTest(ws-studyIdx)
        "  " FUNCTION trim(ws-study-owner(ws-studyIdx))
        "  " FUNCTION trim(ws-study-name(ws-studyIdx)).

    MOVE SPACES TO ws-analystListLine.
    MOVE 1 TO ws-analystListPointer.
    STRING "    authorised: " FUNCTION trim(ws-study-owner(ws-studyIdx))
        " (owner)" DELIMITED BY SIZE
      INTO ws-analystListLine WITH POINTER ws-analystListPointer.
    PERFORM appendAnalystToList
      VARYING ws-analystIdx FROM 1 BY 1 UNTIL ws-analystIdx > ws-analystCount.
    DISPLAY FUNCTION trim(ws-analystListLine TRAILING).

  appendAnalystToList.
    IF ws-analyst-studyId(ws-analystIdx) = ws-study-id(ws-studyIdx)
      STRING ", " FUNCTION trim(ws-analyst-user(ws-analystIdx))
        DELIMITED BY SIZE
        INTO ws-analystListLine WITH POINTER ws-analystListPointer
    END-IF.

*> reads the whole analyst list into ws-analystTable. like the registry,
*> a list that does not exist yet is simply empty - the first "grant"
*> creates it - and any other open failure stops the run
  loadAnalysts.
    MOVE 0 TO ws-analystCount.
    OPEN INPUT f-analystFile.

    IF ws-analystFileStatus = "35"
      EXIT PARAGRAPH
    END-IF.

    IF NOT ws-ans-isOk
      DISPLAY "Cannot open analyst list '"
          FUNCTION trim(ws-analystFilePath) "', status " ws-analystFileStatus
      STOP RUN
    END-IF.

    PERFORM readAnalystLine UNTIL NOT ws-ans-isOk.

    CLOSE f-analystFile.

  readAnalystLine.
    READ f-analystFile INTO ws-registryInputLine
      AT END
        MOVE "10" TO ws-analystFileStatus
      NOT AT END
        PERFORM parseAnalystLine
    END-READ.

  parseAnalystLine.
    IF ws-registryInputLine NOT = SPACES
      IF ws-analystCount = ws-analystMaxEntries
        DISPLAY "Analyst list holds more than 2000 grants - revoke those on closed studies before granting more"
        STOP RUN
      END-IF

      ADD 1 TO ws-analystCount
      UNSTRING ws-registryInputLine DELIMITED BY ','
        INTO ws-analyst-studyId(ws-analystCount),
            ws-analyst-user(ws-analystCount),
            ws-analyst-grantedBy(ws-analystCount),
            ws-analyst-grantedAt(ws-analystCount)
    END-IF.

*> scans the analyst list for the study in ws-cliArg1 and the user in
*> ws-cliArg2, leaving the matching row number (or zero) in
*> ws-analystMatchIdx
  findAnalystGrant.
    MOVE 0 TO ws-analystMatchIdx.
    PERFORM VARYING ws-analystIdx FROM 1 BY 1
        UNTIL ws-analystIdx > ws-analystCount OR ws-analystMatchIdx > 0
      IF FUNCTION trim(ws-analyst-studyId(ws-analystIdx)) = FUNCTION trim(ws-cliArg1)
          AND FUNCTION trim(ws-analyst-user(ws-analystIdx)) = FUNCTION trim(ws-cliArg2)
        MOVE ws-analystIdx TO ws-analystMatchIdx
      END-IF
    END-PERFORM.

*> the checks grant and revoke share: both arguments present, the study
*> registered, and the user running the command (the same USER/LOGNAME
*> identity the audit log records) its owner
  checkAnalystCommand.
    IF ws-cliArg1 = SPACES OR ws-cliArg2 = SPACES
      DISPLAY FUNCTION trim(ws-command) " requires <id> <user>"
      PERFORM showUsage
      STOP RUN
    END-IF.

    PERFORM findStudyById.
    IF 0 = ws-matchIdx
      DISPLAY "Study '" FUNCTION trim(ws-cliArg1) "' is not registered"
      STOP RUN
    END-IF.

    PERFORM stampAuditEntry.
    IF FUNCTION trim(ws-auditUser)
        NOT = FUNCTION trim(ws-study-owner(ws-matchIdx))
      DISPLAY "Only the study's owner ("
          FUNCTION trim(ws-study-owner(ws-matchIdx))
          ") may " FUNCTION trim(ws-command) " access to study '"
          FUNCTION trim(ws-cliArg1) "'"
      STOP RUN
    END-IF.

*> authorises a user to attach runs to an open study, and records the
*> grant in the audit log
  grantAnalyst.
    PERFORM checkAnalystCommand.

    IF FUNCTION trim(ws-study-status(ws-matchIdx)) = "closed"
      DISPLAY "Study '" FUNCTION trim(ws-cliArg1)
          "' is closed - it accepts no further runs to authorise"
      STOP RUN
    END-IF.

    MOVE 0 TO ws-analystIdx.
    INSPECT FUNCTION trim(ws-cliArg2) TALLYING ws-analystIdx FOR ALL " ".
    INSPECT ws-cliArg2 TALLYING ws-analystIdx FOR ALL ",".
    IF ws-analystIdx > 0
        OR FUNCTION length(FUNCTION trim(ws-cliArg2)) > 32
      DISPLAY "Invalid user '" FUNCTION trim(ws-cliArg2)
          "' - a login name of at most 32 characters, no spaces or commas"
      STOP RUN
    END-IF.

    IF FUNCTION trim(ws-cliArg2) = FUNCTION trim(ws-study-owner(ws-matchIdx))
      DISPLAY "'" FUNCTION trim(ws-cliArg2)
          "' owns study '" FUNCTION trim(ws-cliArg1) "' and is always authorised"
      STOP RUN
    END-IF.

    PERFORM findAnalystGrant.
    IF ws-analystMatchIdx > 0
      DISPLAY "'" FUNCTION trim(ws-cliArg2)
          "' is already authorised for study '" FUNCTION trim(ws-cliArg1) "'"
      STOP RUN
    END-IF.

    IF ws-analystCount = ws-analystMaxEntries
      DISPLAY "Analyst list is full - revoke those on closed studies before granting more"
      STOP RUN
    END-IF.

    ADD 1 TO ws-analystCount.
    MOVE ws-cliArg1 TO ws-analyst-studyId(ws-analystCount).
    MOVE ws-cliArg2 TO ws-analyst-user(ws-analystCount).
    MOVE ws-auditUser TO ws-analyst-grantedBy(ws-analystCount).
    MOVE ws-auditTimestamp TO ws-analyst-grantedAt(ws-analystCount).

    PERFORM rewriteAnalysts.

    MOVE SPACES TO ws-registryOutputLine.
    STRING "access granted" DELIMITED BY SIZE INTO ws-registryOutputLine.
    PERFORM writeAccessAuditEntry.

    DISPLAY "Granted '" FUNCTION trim(ws-cliArg2) "' access to study '"
        FUNCTION trim(ws-cliArg1) "'".

*> withdraws a user's authorisation for a study, and records the revoke
*> in the audit log
  revokeAnalyst.
    PERFORM checkAnalystCommand.

    IF FUNCTION trim(ws-cliArg2) = FUNCTION trim(ws-study-owner(ws-matchIdx))
      DISPLAY "'" FUNCTION trim(ws-cliArg2)
          "' owns study '" FUNCTION trim(ws-cliArg1)
          "' - the owner's access cannot be revoked"
      STOP RUN
    END-IF.

    PERFORM findAnalystGrant.
    IF 0 = ws-analystMatchIdx
      DISPLAY "'" FUNCTION trim(ws-cliArg2)
          "' is not authorised for study '" FUNCTION trim(ws-cliArg1) "'"
      STOP RUN
    END-IF.

    PERFORM removeAnalystRow
      VARYING ws-analystIdx FROM ws-analystMatchIdx BY 1
      UNTIL ws-analystIdx >= ws-analystCount.
    SUBTRACT 1 FROM ws-analystCount.

    PERFORM rewriteAnalysts.

    MOVE SPACES TO ws-registryOutputLine.
    STRING "access revoked" DELIMITED BY SIZE INTO ws-registryOutputLine.
    PERFORM writeAccessAuditEntry.

    DISPLAY "Revoked '" FUNCTION trim(ws-cliArg2) "' access to study '"
        FUNCTION trim(ws-cliArg1) "'".

  removeAnalystRow.
    MOVE ws-analystRow(ws-analystIdx + 1) TO ws-analystRow(ws-analystIdx).

*> writes the whole in-memory analyst list back over its file, one
*> strict-CSV line per grant
  rewriteAnalysts.
    OPEN OUTPUT f-analystFile.

    IF NOT ws-ans-isOk
      DISPLAY "Cannot write analyst list '"
          FUNCTION trim(ws-analystFilePath) "', status " ws-analystFileStatus
      STOP RUN
    END-IF.

    PERFORM writeAnalystRow
      VARYING ws-analystIdx FROM 1 BY 1 UNTIL ws-analystIdx > ws-analystCount.

    CLOSE f-analystFile.

  writeAnalystRow.
    MOVE SPACES TO ws-registryOutputLine.
    STRING FUNCTION trim(ws-analyst-studyId(ws-analystIdx))
        "," FUNCTION trim(ws-analyst-user(ws-analystIdx))
        "," FUNCTION trim(ws-analyst-grantedBy(ws-analystIdx))
        "," FUNCTION trim(ws-analyst-grantedAt(ws-analystIdx))
      DELIMITED BY SIZE INTO ws-registryOutputLine.
    MOVE ws-registryOutputLine TO f-an-record.
    WRITE f-an-record.

*> the timestamp and user identity for an audit entry, read the way the
*> t-test program reads them: USER, or LOGNAME if USER is not set
  stampAuditEntry.
    MOVE FUNCTION CURRENT-DATE TO ws-auditCurrentDateTime.
    MOVE SPACES TO ws-auditTimestamp.
    STRING ws-auditCurrentDateTime(1:4) "-" ws-auditCurrentDateTime(5:2) "-"
        ws-auditCurrentDateTime(7:2) " " ws-auditCurrentDateTime(9:2) ":"
        ws-auditCurrentDateTime(11:2) ":" ws-auditCurrentDateTime(13:2)
      DELIMITED BY SIZE INTO ws-auditTimestamp.

    MOVE SPACES TO ws-auditUser.
    ACCEPT ws-auditUser FROM ENVIRONMENT "USER".
    IF ws-auditUser = SPACES
      ACCEPT ws-auditUser FROM ENVIRONMENT "LOGNAME"
    END-IF.
    IF ws-auditUser = SPACES
      MOVE "UNKNOWN" TO ws-auditUser
    END-IF.

*> appends the grant or revoke just made to the audit log, with the
*> closing verdict text the caller left in ws-registryOutputLine. the
*> list has already been rewritten, so a log that cannot be written is
*> reported rather than silently passed over
  writeAccessAuditEntry.
    MOVE SPACES TO ws-auditLine.
    STRING FUNCTION trim(ws-auditTimestamp)
        " | user=" FUNCTION trim(ws-auditUser)
        " | test=" FUNCTION trim(ws-command)
        " | file=" FUNCTION trim(ws-analystFilePath)
        " | study=" FUNCTION trim(ws-cliArg1)
        " | analyst=" FUNCTION trim(ws-cliArg2)
        " | " FUNCTION trim(ws-registryOutputLine)
      DELIMITED BY SIZE INTO ws-auditLine.

    MOVE " | chain=" TO ws-chainSeparator.
    MOVE 9 TO ws-chainSepLength.
    MOVE ws-chainSeed TO ws-chainPrevious.
    OPEN INPUT f-auditFile.
    IF ws-afs-isOk
      PERFORM readAuditChainTail UNTIL NOT ws-afs-isOk
      CLOSE f-auditFile
    END-IF.

    MOVE ws-auditLine TO ws-chi-content.
    COMPUTE ws-chainContentLength =
        FUNCTION length(FUNCTION trim(ws-auditLine TRAILING)).
    PERFORM computeChainValue.

    OPEN EXTEND f-auditFile.
    IF NOT ws-afs-isOk
      OPEN OUTPUT f-auditFile
    END-IF.

    IF ws-afs-isOk
      MOVE SPACES TO f-au-record
      STRING ws-auditLine(1:ws-chainContentLength) " | chain=" ws-chainValue
        DELIMITED BY SIZE INTO f-au-record
      WRITE f-au-record
      CLOSE f-auditFile
    ELSE
      DISPLAY "Warning: could not write the audit log, status "
          ws-auditFileStatus " - record this change by hand"
    END-IF.

*> the log's current last line, whose chain value the new entry follows
  readAuditChainTail.
    READ f-auditFile INTO ws-chainTailLine
      AT END
        MOVE "10" TO ws-auditFileStatus
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
