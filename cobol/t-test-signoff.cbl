IDENTIFICATION DIVISION.
PROGRAM-ID. t-test-signoff.
*> compile with:
*>   cobc -free -x t-test-signoff.cbl
*>
*> review program for the results sign-off register (t-test-signoff.csv).
*> every completed t-test run attached to a study with --study=<id> is
*> appended to the register as "pending", and stays that way until the
*> study's registry owner has looked at it and approved or rejected it
*> here - so a significant verdict no longer goes downstream with nobody
*> having checked it, least of all one whose outlier screening flagged
*> rows or whose data changed since the last run of the same file.
*>
*> the register is one run per line, strict CSV:
*>   run_id,run_at,user,study_id,test_type,data_file,verdict,
*>   screen_flags,n_rows,checksum,status,decided_by,decided_at,reason
*> run_id is the 8-digit sequence t-test assigns as it appends; status is
*> "pending", "approved" or "rejected"; the last three fields are filled
*> in by the decision. screen_flags is empty for a run that had no
*> outlier screening, and n_rows/checksum are the run's data fingerprint
*> (empty where it read no data file). commas in the verdict and the
*> reason are stored as semicolons, to keep the line CSV
*>
*> t-test-close refuses to close a period, and t-test-study close refuses
*> to close a study, while any of their runs are still pending here.
*>
*> every decision is also appended to the audit log (t-test-audit.log)
*> as a chained test=approve or test=reject line naming the run, its
*> study and data file, who decided and why - so a decision changed
*> afterwards by editing the register no longer matches the log, whose
*> chain t-test-verify checks:
*>   <timestamp> | user=<u> | test=approve | file=<data file>
*>     | study=<id> | run=<run_id> | approved: <reason> | chain=...
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT f-registryFile ASSIGN TO DYNAMIC ws-registryFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-registryFileStatus.

    SELECT f-signoffFile ASSIGN TO DYNAMIC ws-signoffFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-signoffFileStatus.

    SELECT f-auditFile ASSIGN TO DYNAMIC ws-auditFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-auditFileStatus.

DATA DIVISION.
FILE SECTION.
  FD f-registryFile.
     01 f-rg-record PIC X(256).

  FD f-signoffFile.
     01 f-so-record PIC X(700).

  FD f-auditFile.
     01 f-au-record PIC X(512).

WORKING-STORAGE SECTION.
*> command line args. the reason for a decision may be given as one
*> quoted argument or as up to five words, which are joined back
*> together. anything in the seventh argument means the reason ran past
*> five unquoted words and would have been cut short
  01 ws-command PIC X(256) VALUE SPACES.
     88 ws-cmd-isList VALUE "list".
     88 ws-cmd-isApprove VALUE "approve".
     88 ws-cmd-isReject VALUE "reject".
  01 ws-cliArg1 PIC X(256) VALUE SPACES.
  01 ws-cliArg2 PIC X(256) VALUE SPACES.
  01 ws-cliArg3 PIC X(256) VALUE SPACES.
  01 ws-cliArg4 PIC X(256) VALUE SPACES.
  01 ws-cliArg5 PIC X(256) VALUE SPACES.
  01 ws-cliArg6 PIC X(256) VALUE SPACES.
  01 ws-cliArg7 PIC X(256) VALUE SPACES.

*> the study registry maintained by t-test-study, read for each study's
*> owner - the one user who may review its runs
  01 ws-registryFilePath PIC X(40) VALUE "t-test-studies.csv".
  01 ws-registryFileStatus PIC XX VALUE SPACES.
     88 ws-rgs-isOk VALUE "00".
  01 ws-studyMaxEntries PIC 9(4) VALUE 200 USAGE IS COMPUTATIONAL-5.
  01 ws-studyCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-studyTable.
     05 ws-studyRow OCCURS 200 TIMES.
        10 ws-study-id PIC X(16).
        10 ws-study-name PIC X(40).
        10 ws-study-owner PIC X(32).
        10 ws-study-plannedTest PIC X(20).
        10 ws-study-status PIC X(8).
  01 ws-studyIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-matchIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-studyLookupId PIC X(16) VALUE SPACES.

*> the sign-off register, fixed beside the registry, held in memory in
*> full so a decision can rewrite it with just the one entry changed
  01 ws-signoffFilePath PIC X(40) VALUE "t-test-signoff.csv".
  01 ws-signoffFileStatus PIC XX VALUE SPACES.
     88 ws-sos-isOk VALUE "00".
  01 ws-runMaxEntries PIC 9(4) VALUE 5000 USAGE IS COMPUTATIONAL-5.
  01 ws-runCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-runTable.
     05 ws-runRow OCCURS 5000 TIMES.
        10 ws-run-id PIC X(8).
        10 ws-run-at PIC X(19).
        10 ws-run-user PIC X(32).
        10 ws-run-studyId PIC X(16).
        10 ws-run-testType PIC X(20).
        10 ws-run-dataFile PIC X(256).
        10 ws-run-verdict PIC X(64).
        10 ws-run-flags PIC X(6).
        10 ws-run-rows PIC X(8).
        10 ws-run-sum PIC X(9).
        10 ws-run-status PIC X(8).
           88 ws-rs-isPending VALUE "pending".
        10 ws-run-decidedBy PIC X(32).
        10 ws-run-decidedAt PIC X(19).
        10 ws-run-reason PIC X(120).
  01 ws-runIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-runMatchIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-priorIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-priorMatchIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-runIdArg PIC 9(8) VALUE ZEROS.
  01 ws-runIdText PIC X(8) VALUE SPACES.

*> the "list" command's selection and totals: the optional study named
*> on the command line, and how many pending runs were shown
  01 ws-listStudyId PIC X(16) VALUE SPACES.
  01 ws-ownedStudyCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-pendingShown PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-formattedCount PIC Z(3)9 VALUE ZEROS.
  01 ws-fingerprintText PIC X(80) VALUE SPACES.
  01 ws-screeningText PIC X(40) VALUE SPACES.

*> the reason for a decision, joined from the words on the command line
  01 ws-reasonText PIC X(256) VALUE SPACES.
  01 ws-reasonPointer PIC 9999 VALUE 1 USAGE IS COMPUTATIONAL-5.
  01 ws-reasonWord PIC X(256) VALUE SPACES.
  01 ws-decisionStatus PIC X(8) VALUE SPACES.

*> who is running the command and when, read the way the t-test program
*> reads them for its audit log: USER, or LOGNAME if USER is not set
  01 ws-auditCurrentDateTime PIC X(21) VALUE SPACES.
  01 ws-auditTimestamp PIC X(19) VALUE SPACES.
  01 ws-auditUser PIC X(32) VALUE SPACES.

*> the audit log each decision is recorded in - the t-test program's own
*> log, so the review sits beside the run it decides. the entry keeps
*> the log's fixed layout (timestamp, user=, test=, file=, study=, then
*> a name=value pair and a closing verdict), with the command in test=,
*> the run in run= and the decision and its reason closing the line.
*> ws-auditRecord is the line with its chain value, built before the
*> register is rewritten so a line too long to chain stops the decision
*> before anything changes
  01 ws-auditFilePath PIC X(40) VALUE "t-test-audit.log".
  01 ws-auditFileStatus PIC XX VALUE SPACES.
     88 ws-afs-isOk VALUE "00".
  01 ws-auditLine PIC X(512) VALUE SPACES.
  01 ws-auditRecord PIC X(512) VALUE SPACES.
  01 ws-recordOverflow PIC 9 VALUE ZERO.
     88 ws-ro-isOverflow VALUE 1.

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

*> one raw line of either file and scratch for building a line to write
  01 ws-registryInputLine PIC X(700) VALUE SPACES.
  01 ws-registryOutputLine PIC X(700) VALUE SPACES.


PROCEDURE DIVISION CHAINING ws-command ws-cliArg1 ws-cliArg2 ws-cliArg3
    ws-cliArg4 ws-cliArg5 ws-cliArg6 ws-cliArg7.
  IF NOT (ws-cmd-isList OR ws-cmd-isApprove OR ws-cmd-isReject)
    DISPLAY "No command specified."
    PERFORM showUsage
    STOP RUN
  END-IF.

  PERFORM loadRegistry.
  PERFORM loadSignoffRegister.
  PERFORM stampAuditEntry.

  EVALUATE TRUE
    WHEN ws-cmd-isList
      PERFORM listPendingRuns
    WHEN ws-cmd-isApprove
      MOVE "approved" TO ws-decisionStatus
      PERFORM decideRun
    WHEN ws-cmd-isReject
      MOVE "rejected" TO ws-decisionStatus
      PERFORM decideRun
  END-EVALUATE.

  STOP RUN.

  showUsage.
    DISPLAY "t-test-signoff <command> [arguments]".
    DISPLAY " ".
    DISPLAY "  list [<study-id>]".
    DISPLAY "               List the runs awaiting review on the studies you own".
    DISPLAY "               (or on the one study named), with each run's verdict,".
    DISPLAY "               outlier screening flag count and data fingerprint, and".
    DISPLAY "               whether the data changed since the last run of the file.".
    DISPLAY " ".
    DISPLAY "  approve <run-id> <reason>".
    DISPLAY "               Sign off a pending run. Only the owner of the run's study".
    DISPLAY "               may approve it, and a reason is required.".
    DISPLAY " ".
    DISPLAY "  reject <run-id> <reason>".
    DISPLAY "               Reject a pending run, with the reason it must not be".
    DISPLAY "               used. Only the owner of the run's study may reject it.".
    DISPLAY " ".
    DISPLAY "  The reason may be quoted as one argument, up to 120 characters.".
    DISPLAY "  Unquoted it may run to five words; a longer one is refused rather".
    DISPLAY "  than cut short.".
    DISPLAY " ".
    DISPLAY "  Every t-test run made with --study=<id> is entered in the register,".
    DISPLAY "  t-test-signoff.csv, as pending:".
    DISPLAY "    run_id,run_at,user,study_id,test_type,data_file,verdict,".
    DISPLAY "    screen_flags,n_rows,checksum,status,decided_by,decided_at,reason".
    DISPLAY "  Each decision records who made it and when. A period cannot be closed".
    DISPLAY "  with t-test-close, nor a study with t-test-study close, while any of".
    DISPLAY "  its runs are still pending.".

*> reads the whole study registry into ws-studyTable. a registry that
*> does not exist yet simply has no studies, and so no owners
  loadRegistry.
    MOVE 0 TO ws-studyCount.
    OPEN INPUT f-registryFile.

    IF ws-registryFileStatus = "35"
      EXIT PARAGRAPH
    END-IF.

    IF NOT ws-rgs-isOk
      DISPLAY "Cannot open study registry '"
          FUNCTION trim(ws-registryFilePath) "', status " ws-registryFileStatus
      STOP RUN
    END-IF.

    PERFORM readRegistryLine UNTIL NOT ws-rgs-isOk.

    CLOSE f-registryFile.

  readRegistryLine.
    READ f-registryFile INTO ws-registryInputLine
      AT END
        MOVE "10" TO ws-registryFileStatus
      NOT AT END
        PERFORM parseRegistryLine
    END-READ.

  parseRegistryLine.
    IF ws-registryInputLine NOT = SPACES
      IF ws-studyCount = ws-studyMaxEntries
        DISPLAY "Study registry holds more than 200 studies - close and archive some before adding more"
        STOP RUN
      END-IF

      ADD 1 TO ws-studyCount
      UNSTRING ws-registryInputLine DELIMITED BY ','
        INTO ws-study-id(ws-studyCount), ws-study-name(ws-studyCount),
            ws-study-owner(ws-studyCount), ws-study-plannedTest(ws-studyCount),
            ws-study-status(ws-studyCount)
    END-IF.

*> scans the registry for the study ID in ws-studyLookupId, leaving the
*> matching row number (or zero) in ws-matchIdx
  findStudyById.
    MOVE 0 TO ws-matchIdx.
    PERFORM VARYING ws-studyIdx FROM 1 BY 1
        UNTIL ws-studyIdx > ws-studyCount OR ws-matchIdx > 0
      IF FUNCTION trim(ws-study-id(ws-studyIdx)) = FUNCTION trim(ws-studyLookupId)
        MOVE ws-studyIdx TO ws-matchIdx
      END-IF
    END-PERFORM.

*> reads the whole sign-off register into ws-runTable. a register that
*> does not exist yet is simply empty - no --study run has been made -
*> but any other open failure stops the run, since a decision rewrites
*> the register and must not do so over one it could not read
  loadSignoffRegister.
    MOVE 0 TO ws-runCount.
    OPEN INPUT f-signoffFile.

    IF ws-signoffFileStatus = "35"
      EXIT PARAGRAPH
    END-IF.

    IF NOT ws-sos-isOk
      DISPLAY "Cannot open sign-off register '"
          FUNCTION trim(ws-signoffFilePath) "', status " ws-signoffFileStatus
      STOP RUN
    END-IF.

    PERFORM readSignoffLine UNTIL NOT ws-sos-isOk.

    CLOSE f-signoffFile.

  readSignoffLine.
    READ f-signoffFile INTO ws-registryInputLine
      AT END
        MOVE "10" TO ws-signoffFileStatus
      NOT AT END
        PERFORM parseSignoffLine
    END-READ.

*> splits one register line into its fourteen fields and appends it to
*> the table. as with the registry, a register grown beyond the table
*> is a hard stop, since a rewrite from a truncated table would drop the
*> runs beyond it
  parseSignoffLine.
    IF ws-registryInputLine NOT = SPACES
      IF ws-runCount = ws-runMaxEntries
        DISPLAY "Sign-off register holds more than 5000 runs - archive the decided runs of closed studies before continuing"
        STOP RUN
      END-IF

      ADD 1 TO ws-runCount
      UNSTRING ws-registryInputLine DELIMITED BY ','
        INTO ws-run-id(ws-runCount), ws-run-at(ws-runCount),
            ws-run-user(ws-runCount), ws-run-studyId(ws-runCount),
            ws-run-testType(ws-runCount), ws-run-dataFile(ws-runCount),
            ws-run-verdict(ws-runCount), ws-run-flags(ws-runCount),
            ws-run-rows(ws-runCount), ws-run-sum(ws-runCount),
            ws-run-status(ws-runCount), ws-run-decidedBy(ws-runCount),
            ws-run-decidedAt(ws-runCount), ws-run-reason(ws-runCount)
    END-IF.

*> lists the pending runs of every study the user running the command
*> owns, in register (run) order - or, when a study ID is given, of that
*> one study, which must be the user's own
  listPendingRuns.
    MOVE ws-cliArg1 TO ws-listStudyId.

    IF ws-listStudyId NOT = SPACES
      MOVE ws-listStudyId TO ws-studyLookupId
      PERFORM findStudyById
      IF 0 = ws-matchIdx
        DISPLAY "Study '" FUNCTION trim(ws-listStudyId) "' is not registered"
        STOP RUN
      END-IF
      IF FUNCTION trim(ws-auditUser)
          NOT = FUNCTION trim(ws-study-owner(ws-matchIdx))
        DISPLAY "Only the study's owner ("
            FUNCTION trim(ws-study-owner(ws-matchIdx))
            ") may review the runs of study '" FUNCTION trim(ws-listStudyId) "'"
        STOP RUN
      END-IF
    END-IF.

    MOVE 0 TO ws-ownedStudyCount.
    PERFORM countOwnedStudy
      VARYING ws-studyIdx FROM 1 BY 1 UNTIL ws-studyIdx > ws-studyCount.
    IF 0 = ws-ownedStudyCount
      DISPLAY "'" FUNCTION trim(ws-auditUser)
          "' owns no registered study - there is nothing to review"
      EXIT PARAGRAPH
    END-IF.

    IF ws-listStudyId NOT = SPACES
      DISPLAY "Runs pending review for study '" FUNCTION trim(ws-listStudyId) "'"
    ELSE
      DISPLAY "Runs pending review for studies owned by '"
          FUNCTION trim(ws-auditUser) "'"
    END-IF.
    DISPLAY " ".

    MOVE 0 TO ws-pendingShown.
    PERFORM displayPendingRun
      VARYING ws-runIdx FROM 1 BY 1 UNTIL ws-runIdx > ws-runCount.

    IF 0 = ws-pendingShown
      DISPLAY "(no runs pending review)"
    ELSE
      MOVE ws-pendingShown TO ws-formattedCount
      DISPLAY FUNCTION trim(ws-formattedCount) " run(s) pending review - "
          "approve or reject each with t-test-signoff approve|reject <run-id> <reason>"
    END-IF.

  countOwnedStudy.
    IF FUNCTION trim(ws-study-owner(ws-studyIdx)) = FUNCTION trim(ws-auditUser)
      ADD 1 TO ws-ownedStudyCount
    END-IF.

*> shows one register entry if it is pending and belongs to a study in
*> the selection: the run line, its verdict, then its screening flag
*> count and fingerprint, set against the last earlier run of the same
*> file for the same study
  displayPendingRun.
    IF NOT ws-rs-isPending(ws-runIdx)
      EXIT PARAGRAPH
    END-IF.
    IF ws-listStudyId NOT = SPACES
        AND FUNCTION trim(ws-run-studyId(ws-runIdx))
          NOT = FUNCTION trim(ws-listStudyId)
      EXIT PARAGRAPH
    END-IF.

    MOVE ws-run-studyId(ws-runIdx) TO ws-studyLookupId.
    PERFORM findStudyById.
    IF 0 = ws-matchIdx
      EXIT PARAGRAPH
    END-IF.
    IF FUNCTION trim(ws-study-owner(ws-matchIdx)) NOT = FUNCTION trim(ws-auditUser)
      EXIT PARAGRAPH
    END-IF.

    ADD 1 TO ws-pendingShown.

    DISPLAY ws-run-id(ws-runIdx)
        "  " FUNCTION trim(ws-run-studyId(ws-runIdx))
        "  " ws-run-at(ws-runIdx)
        "  " FUNCTION trim(ws-run-user(ws-runIdx))
        "  " FUNCTION trim(ws-run-testType(ws-runIdx))
        "  " FUNCTION trim(ws-run-dataFile(ws-runIdx)).
    DISPLAY "    verdict:     " FUNCTION trim(ws-run-verdict(ws-runIdx)).

    MOVE SPACES TO ws-screeningText.
    IF ws-run-flags(ws-runIdx) = SPACES
      MOVE "not screened" TO ws-screeningText
    ELSE IF FUNCTION trim(ws-run-flags(ws-runIdx)) = "0"
      MOVE "no rows flagged" TO ws-screeningText
    ELSE
      STRING FUNCTION trim(ws-run-flags(ws-runIdx)) " row(s) flagged as outliers"
        DELIMITED BY SIZE INTO ws-screeningText
    END-IF
    END-IF.
    DISPLAY "    screening:   " FUNCTION trim(ws-screeningText).

    PERFORM describeFingerprint.
    DISPLAY "    fingerprint: " FUNCTION trim(ws-fingerprintText).
    DISPLAY " ".

*> the run's fingerprint, and whether it matches the one recorded for
*> the last earlier run of the same data file on the same study - a
*> changed fingerprint means the data was altered between the two runs
  describeFingerprint.
    MOVE SPACES TO ws-fingerprintText.
    IF ws-run-rows(ws-runIdx) = SPACES
      MOVE "none (no data file read)" TO ws-fingerprintText
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO ws-priorMatchIdx.
    PERFORM findPriorRun
      VARYING ws-priorIdx FROM 1 BY 1 UNTIL ws-priorIdx >= ws-runIdx.

    IF 0 = ws-priorMatchIdx
      STRING "rows=" FUNCTION trim(ws-run-rows(ws-runIdx))
          " sum=" FUNCTION trim(ws-run-sum(ws-runIdx))
          " (first run of this file)"
        DELIMITED BY SIZE INTO ws-fingerprintText
    ELSE IF ws-run-rows(ws-runIdx) = ws-run-rows(ws-priorMatchIdx)
        AND ws-run-sum(ws-runIdx) = ws-run-sum(ws-priorMatchIdx)
      STRING "rows=" FUNCTION trim(ws-run-rows(ws-runIdx))
          " sum=" FUNCTION trim(ws-run-sum(ws-runIdx))
          " (unchanged since run " ws-run-id(ws-priorMatchIdx) ")"
        DELIMITED BY SIZE INTO ws-fingerprintText
    ELSE
      STRING "rows=" FUNCTION trim(ws-run-rows(ws-runIdx))
          " sum=" FUNCTION trim(ws-run-sum(ws-runIdx))
          " (DATA CHANGED since run " ws-run-id(ws-priorMatchIdx) ")"
        DELIMITED BY SIZE INTO ws-fingerprintText
    END-IF
    END-IF.

  findPriorRun.
    IF ws-run-rows(ws-priorIdx) NOT = SPACES
        AND ws-run-studyId(ws-priorIdx) = ws-run-studyId(ws-runIdx)
        AND ws-run-dataFile(ws-priorIdx) = ws-run-dataFile(ws-runIdx)
      MOVE ws-priorIdx TO ws-priorMatchIdx
    END-IF.

*> approves or rejects one pending run (ws-decisionStatus says which):
*> the run must exist and still be pending, the user must own its study,
*> and a reason must be given. the decision, with who made it and when,
*> is written into the run's register entry
  decideRun.
    IF ws-cliArg1 = SPACES OR ws-cliArg2 = SPACES
      DISPLAY FUNCTION trim(ws-command) " requires <run-id> <reason>"
      PERFORM showUsage
      STOP RUN
    END-IF.

    IF ws-cliArg7 NOT = SPACES
      DISPLAY "Reason too long unquoted - quote the reason"
      STOP RUN
    END-IF.

    IF FUNCTION length(FUNCTION trim(ws-cliArg1)) > 8
        OR FUNCTION TEST-NUMVAL(FUNCTION trim(ws-cliArg1)) NOT = 0
      DISPLAY "Invalid run ID '" FUNCTION trim(ws-cliArg1)
          "' - the number shown by t-test-signoff list"
      STOP RUN
    END-IF.
    COMPUTE ws-runIdArg = FUNCTION NUMVAL(FUNCTION trim(ws-cliArg1)).
    MOVE ws-runIdArg TO ws-runIdText.

    MOVE 0 TO ws-runMatchIdx.
    PERFORM VARYING ws-runIdx FROM 1 BY 1
        UNTIL ws-runIdx > ws-runCount OR ws-runMatchIdx > 0
      IF ws-run-id(ws-runIdx) = ws-runIdText
        MOVE ws-runIdx TO ws-runMatchIdx
      END-IF
    END-PERFORM.
    IF 0 = ws-runMatchIdx
      DISPLAY "Run " ws-runIdText " is not in the sign-off register"
      STOP RUN
    END-IF.

    MOVE ws-run-studyId(ws-runMatchIdx) TO ws-studyLookupId.
    PERFORM findStudyById.
    IF 0 = ws-matchIdx
      DISPLAY "Run " ws-runIdText " belongs to study '"
          FUNCTION trim(ws-studyLookupId)
          "', which is not in the study registry"
      STOP RUN
    END-IF.

    IF FUNCTION trim(ws-auditUser)
        NOT = FUNCTION trim(ws-study-owner(ws-matchIdx))
      DISPLAY "Only the study's owner ("
          FUNCTION trim(ws-study-owner(ws-matchIdx))
          ") may " FUNCTION trim(ws-command) " runs of study '"
          FUNCTION trim(ws-studyLookupId) "'"
      STOP RUN
    END-IF.

    IF NOT ws-rs-isPending(ws-runMatchIdx)
      DISPLAY "Run " ws-runIdText " was already "
          FUNCTION trim(ws-run-status(ws-runMatchIdx))
          " by " FUNCTION trim(ws-run-decidedBy(ws-runMatchIdx))
          " at " FUNCTION trim(ws-run-decidedAt(ws-runMatchIdx))
      STOP RUN
    END-IF.

    MOVE SPACES TO ws-reasonText.
    MOVE 1 TO ws-reasonPointer.
    MOVE ws-cliArg2 TO ws-reasonWord.
    PERFORM appendReasonWord.
    MOVE ws-cliArg3 TO ws-reasonWord.
    PERFORM appendReasonWord.
    MOVE ws-cliArg4 TO ws-reasonWord.
    PERFORM appendReasonWord.
    MOVE ws-cliArg5 TO ws-reasonWord.
    PERFORM appendReasonWord.
    MOVE ws-cliArg6 TO ws-reasonWord.
    PERFORM appendReasonWord.
    INSPECT ws-reasonText REPLACING ALL "," BY ";".

    IF FUNCTION length(FUNCTION trim(ws-reasonText)) > 120
      DISPLAY "Reason is too long - at most 120 characters"
      STOP RUN
    END-IF.

    PERFORM chainDecisionAuditLine.
    IF ws-ro-isOverflow
      DISPLAY "Decision not recorded: its audit line passes 512 characters"
          " with the chain value - shorten the reason"
      STOP RUN
    END-IF.

    MOVE ws-decisionStatus TO ws-run-status(ws-runMatchIdx).
    MOVE ws-auditUser TO ws-run-decidedBy(ws-runMatchIdx).
    MOVE ws-auditTimestamp TO ws-run-decidedAt(ws-runMatchIdx).
    MOVE ws-reasonText TO ws-run-reason(ws-runMatchIdx).

    PERFORM rewriteSignoffRegister.
    PERFORM writeDecisionAuditEntry.

    DISPLAY "Run " ws-runIdText " ("
        FUNCTION trim(ws-run-studyId(ws-runMatchIdx)) ", "
        FUNCTION trim(ws-run-testType(ws-runMatchIdx)) " "
        FUNCTION trim(ws-run-dataFile(ws-runMatchIdx)) ") "
        FUNCTION trim(ws-decisionStatus) " by "
        FUNCTION trim(ws-auditUser) " at " ws-auditTimestamp.

*> adds the word in ws-reasonWord, if any, to the reason being built,
*> a single space apart
  appendReasonWord.
    IF ws-reasonWord = SPACES
      EXIT PARAGRAPH
    END-IF.
    IF ws-reasonPointer > 1
      STRING " " DELIMITED BY SIZE
        INTO ws-reasonText WITH POINTER ws-reasonPointer
    END-IF.
    STRING FUNCTION trim(ws-reasonWord) DELIMITED BY SIZE
      INTO ws-reasonText WITH POINTER ws-reasonPointer.

*> writes the whole in-memory register back over its file, one
*> strict-CSV line per run
  rewriteSignoffRegister.
    OPEN OUTPUT f-signoffFile.

    IF NOT ws-sos-isOk
      DISPLAY "Cannot write sign-off register '"
          FUNCTION trim(ws-signoffFilePath) "', status " ws-signoffFileStatus
      STOP RUN
    END-IF.

    PERFORM writeSignoffRow
      VARYING ws-runIdx FROM 1 BY 1 UNTIL ws-runIdx > ws-runCount.

    CLOSE f-signoffFile.

  writeSignoffRow.
    MOVE SPACES TO ws-registryOutputLine.
    STRING FUNCTION trim(ws-run-id(ws-runIdx))
        "," FUNCTION trim(ws-run-at(ws-runIdx))
        "," FUNCTION trim(ws-run-user(ws-runIdx))
        "," FUNCTION trim(ws-run-studyId(ws-runIdx))
        "," FUNCTION trim(ws-run-testType(ws-runIdx))
        "," FUNCTION trim(ws-run-dataFile(ws-runIdx))
        "," FUNCTION trim(ws-run-verdict(ws-runIdx))
        "," FUNCTION trim(ws-run-flags(ws-runIdx))
        "," FUNCTION trim(ws-run-rows(ws-runIdx))
        "," FUNCTION trim(ws-run-sum(ws-runIdx))
        "," FUNCTION trim(ws-run-status(ws-runIdx))
        "," FUNCTION trim(ws-run-decidedBy(ws-runIdx))
        "," FUNCTION trim(ws-run-decidedAt(ws-runIdx))
        "," FUNCTION trim(ws-run-reason(ws-runIdx))
      DELIMITED BY SIZE INTO ws-registryOutputLine.
    MOVE ws-registryOutputLine TO f-so-record.
    WRITE f-so-record.

*> builds the audit line for the decision about to be made and closes it
*> with the chain value following the log's current last line, into
*> ws-auditRecord; a line with no room left for its chain value is
*> flagged in ws-recordOverflow
  chainDecisionAuditLine.
    MOVE SPACES TO ws-auditLine.
    STRING FUNCTION trim(ws-auditTimestamp)
        " | user=" FUNCTION trim(ws-auditUser)
        " | test=" FUNCTION trim(ws-command)
        " | file=" FUNCTION trim(ws-run-dataFile(ws-runMatchIdx))
        " | study=" FUNCTION trim(ws-run-studyId(ws-runMatchIdx))
        " | run=" ws-runIdText
        " | " FUNCTION trim(ws-decisionStatus) ": " FUNCTION trim(ws-reasonText)
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

    MOVE 0 TO ws-recordOverflow.
    MOVE SPACES TO ws-auditRecord.
    STRING ws-auditLine(1:ws-chainContentLength) " | chain=" ws-chainValue
      DELIMITED BY SIZE INTO ws-auditRecord
      ON OVERFLOW
        MOVE 1 TO ws-recordOverflow
    END-STRING.

*> appends the chained decision line to the audit log. the register has
*> already been rewritten, so a log that cannot be written is reported
*> rather than silently passed over
  writeDecisionAuditEntry.
    OPEN EXTEND f-auditFile.
    IF NOT ws-afs-isOk
      OPEN OUTPUT f-auditFile
    END-IF.

    IF ws-afs-isOk
      MOVE ws-auditRecord TO f-au-record
      WRITE f-au-record
      CLOSE f-auditFile
    ELSE
      DISPLAY "Warning: could not write the audit log, status "
          ws-auditFileStatus " - record this decision by hand"
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

*> the timestamp and user identity for a decision, read the way the
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
