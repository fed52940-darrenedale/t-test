*> program answers the questions compliance actually asks of it:
*>
*>   summary      how many runs each user made, and how many times each
*>                data file was tested, over a date range - along with
*>                every --study run refused because the user was not an
*>                authorised analyst for the study, every analyst
*>                grant and revoke made with t-test-study, and how many
*>                runs were approved or rejected with t-test-signoff
*>   reruns       every data file tested more than once, with each of its
*>                runs and their successive verdicts in log order - the
*>                early warning for a file being re-run until it comes
        10 ws-run-verdict PIC X(64).
        10 ws-run-isSignificant PIC 9.

*> the in-range lines that record study access rather than a run: runs
*> refused because the user was not on the study's authorised-analyst
*> list (REFUSED= where a run has its statistic), and the grants and
*> revokes t-test-study writes (test=grant / test=revoke, with the
*> analyst= pair). they never count as runs; the summary lists them in
*> sections of their own. ws-refusedCount and ws-accessChangeCount cover
*> every one in range, the table only the first ws-accessMaxEntries.
*> t-test-signoff's decisions on runs (test=approve / test=reject) are
*> not runs either; ws-decisionCount counts those in range
  01 ws-accessMaxEntries PIC 9(4) VALUE 500 USAGE IS COMPUTATIONAL-5.
  01 ws-accessEntryCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-refusedCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-accessChangeCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-decisionCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-accessEntries.
     05 ws-accessEntry OCCURS 500 TIMES.
        10 ws-acc-timestamp PIC X(19).
        10 ws-acc-user PIC X(32).
        10 ws-acc-kind PIC X(8).
           88 ws-acc-isRefused VALUE "refused".
        10 ws-acc-testType PIC X(20).
        10 ws-acc-dataFile PIC X(256).
        10 ws-acc-study PIC X(16).
        10 ws-acc-analyst PIC X(32).

*> refused runs per user, so repeated attempts by one user stand out
  01 ws-refusedUserMaxEntries PIC 9(4) VALUE 100 USAGE IS COMPUTATIONAL-5.
  01 ws-refusedUserCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-refusedUserTable.
     05 ws-refusedUserRow OCCURS 100 TIMES.
        10 ws-ru-name PIC X(32).
        10 ws-ru-count PIC 9(6).
  01 ws-accessIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> one raw line of the log and the " | "-separated parts it splits into.
*> the first four parts are fixed - timestamp, user=..., test=...,
*> file=... - and the last two are always the <stat>=<value> pair and the
    DISPLAY " ".
    DISPLAY "  report       The report to produce:".
    DISPLAY '               "summary" counts the runs each user made and the runs'.
    DISPLAY "               against each data file, and lists runs refused for".
    DISPLAY "               users not authorised for the study and analyst".
    DISPLAY "               access grants and revokes;".
    DISPLAY '               "reruns" lists every data file tested more than once, with'.
    DISPLAY "               each run and its verdict in log order;".
    DISPLAY '               "significant" lists every run whose verdict reached'.
*> the entry to ws-runEntries if it passes the date range and user
*> filter. the split is checked rather than trusted: a line missing its
*> parts, or whose parts are missing their prefixes, is counted as
*> malformed and skipped. the test=close line t-test-close opens each period
*> with (carrying the audit chain forward) records no run and is passed
*> over, and a sign-off decision is counted apart from the runs; every
*> line's closing chain= value is left to t-test-verify
  parseAuditLogLine.
    MOVE SPACES TO ws-auditLineParts.
    UNSTRING ws-auditInputLine DELIMITED BY " | "
          AND ws-alp-timestamp(1:10) <= ws-toDate
          AND (ws-uf-empty
              OR FUNCTION trim(ws-alp-user(6:35)) = FUNCTION trim(ws-userFilter))
        EVALUATE TRUE
          WHEN ws-alp-test = "test=close"
            CONTINUE
          WHEN ws-alp-test = "test=approve" OR ws-alp-test = "test=reject"
            ADD 1 TO ws-decisionCount
          WHEN ws-alp-test = "test=grant" OR ws-alp-test = "test=revoke"
              OR ws-alp-stat(1:8) = "REFUSED="
            PERFORM retainAccessEntry
          WHEN OTHER
            PERFORM retainAuditLogEntry
        END-EVALUATE
      END-IF
    END-IF.

      MOVE ws-entryIsSignificant TO ws-run-isSignificant(ws-runEntryCount)
    END-IF.

*> keeps a refused run, grant or revoke for the summary's access
*> sections. a grant or revoke names the analyst in the analyst= pair
*> that stands where a run's statistic does
  retainAccessEntry.
    IF ws-alp-stat(1:8) = "REFUSED="
      ADD 1 TO ws-refusedCount
      PERFORM tallyRefusedUser
    ELSE
      ADD 1 TO ws-accessChangeCount
    END-IF.

    IF ws-accessEntryCount < ws-accessMaxEntries
      ADD 1 TO ws-accessEntryCount
      MOVE ws-alp-timestamp TO ws-acc-timestamp(ws-accessEntryCount)
      MOVE ws-alp-user(6:35) TO ws-acc-user(ws-accessEntryCount)
      MOVE ws-alp-test(6:23) TO ws-acc-testType(ws-accessEntryCount)
      MOVE ws-alp-file(6:295) TO ws-acc-dataFile(ws-accessEntryCount)
      MOVE ws-alp-study TO ws-acc-study(ws-accessEntryCount)
      MOVE SPACES TO ws-acc-analyst(ws-accessEntryCount)
      IF ws-alp-stat(1:8) = "REFUSED="
        MOVE "refused" TO ws-acc-kind(ws-accessEntryCount)
      ELSE
        MOVE ws-alp-test(6:23) TO ws-acc-kind(ws-accessEntryCount)
        MOVE ws-alp-part(ws-alpIdx - 1)(9:32)
          TO ws-acc-analyst(ws-accessEntryCount)
      END-IF
    END-IF.

*> folds a refused run into the per-user refusal counts, with the same
*> "(others)" catch-all last row as the run tallies
  tallyRefusedUser.
    MOVE ws-alp-user(6:35) TO ws-tallyUser.
    MOVE 0 TO ws-matchIdx.
    PERFORM VARYING ws-userIdx FROM 1 BY 1
        UNTIL ws-userIdx > ws-refusedUserCount OR ws-matchIdx > 0
      IF ws-ru-name(ws-userIdx) = ws-tallyUser
        MOVE ws-userIdx TO ws-matchIdx
      END-IF
    END-PERFORM.

    IF 0 = ws-matchIdx
      IF ws-refusedUserCount + 1 < ws-refusedUserMaxEntries
        ADD 1 TO ws-refusedUserCount
        MOVE ws-tallyUser TO ws-ru-name(ws-refusedUserCount)
        MOVE 0 TO ws-ru-count(ws-refusedUserCount)
        MOVE ws-refusedUserCount TO ws-matchIdx
      ELSE
        IF ws-refusedUserCount < ws-refusedUserMaxEntries
          MOVE ws-refusedUserMaxEntries TO ws-refusedUserCount
          MOVE "(others)" TO ws-ru-name(ws-refusedUserMaxEntries)
          MOVE 0 TO ws-ru-count(ws-refusedUserMaxEntries)
        END-IF
        MOVE ws-refusedUserMaxEntries TO ws-matchIdx
      END-IF
    END-IF.

    ADD 1 TO ws-ru-count(ws-matchIdx).

*> classifies the entry's verdict as significant or not from its text:
*> significant when the verdict mentions significance without saying
*> "not significant". verdicts that never mention significance at all -
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    IF ws-refusedCount + ws-accessChangeCount > 0
      COMPUTE ws-formattedCount = ws-refusedCount + ws-accessChangeCount
      MOVE SPACES TO ws-outputLine
      STRING "Access entries in range: " FUNCTION trim(ws-formattedCount)
          " (refused runs and analyst grants/revokes, not counted as runs)"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-decisionCount > 0
      MOVE ws-decisionCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "Sign-off decisions in range: " FUNCTION trim(ws-formattedCount)
          " (approvals/rejections, not counted as runs)"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-malformedLineCount > 0
      MOVE ws-malformedLineCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
    PERFORM displayStudyTally
      VARYING ws-studyIdx FROM 1 BY 1 UNTIL ws-studyIdx > ws-studyCount.

    PERFORM reportRefusedRuns.
    PERFORM reportAccessChanges.

*> the attempted unauthorised runs: how many each user made, then each
*> refusal with the study and data file it was aimed at
  reportRefusedRuns.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Refused runs (user not authorised for the study)" TO ws-outputLine.
    PERFORM emitLine.
    MOVE "-------------------------------------------------" TO ws-outputLine.
    PERFORM emitLine.

    IF 0 = ws-refusedCount
      MOVE "(none)" TO ws-outputLine
      PERFORM emitLine
      EXIT PARAGRAPH
    END-IF.

    PERFORM displayRefusedUserTally
      VARYING ws-userIdx FROM 1 BY 1 UNTIL ws-userIdx > ws-refusedUserCount.

    PERFORM displayRefusedEntry
      VARYING ws-accessIdx FROM 1 BY 1
      UNTIL ws-accessIdx > ws-accessEntryCount.

    PERFORM displayAccessOverflow.

  displayRefusedUserTally.
    MOVE ws-ru-count(ws-userIdx) TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    MOVE ws-formattedCount TO ws-outputLine(1:6).
    MOVE ws-ru-name(ws-userIdx) TO ws-outputLine(9:32).
    PERFORM emitLine.

  displayRefusedEntry.
    IF ws-acc-isRefused(ws-accessIdx)
      MOVE SPACES TO ws-outputLine
      STRING "  " ws-acc-timestamp(ws-accessIdx)
          "  " FUNCTION trim(ws-acc-user(ws-accessIdx))
          "  study " FUNCTION trim(ws-acc-study(ws-accessIdx))
          "  " FUNCTION trim(ws-acc-testType(ws-accessIdx))
          "  " FUNCTION trim(ws-acc-dataFile(ws-accessIdx))
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

*> the analyst grants and revokes, in log order, with who made them
  reportAccessChanges.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Analyst access changes" TO ws-outputLine.
    PERFORM emitLine.
    MOVE "----------------------" TO ws-outputLine.
    PERFORM emitLine.

    IF 0 = ws-accessChangeCount
      MOVE "(none)" TO ws-outputLine
      PERFORM emitLine
      EXIT PARAGRAPH
    END-IF.

    PERFORM displayAccessChangeEntry
      VARYING ws-accessIdx FROM 1 BY 1
      UNTIL ws-accessIdx > ws-accessEntryCount.

    PERFORM displayAccessOverflow.

  displayAccessChangeEntry.
    IF NOT ws-acc-isRefused(ws-accessIdx)
      MOVE SPACES TO ws-outputLine
      IF ws-acc-kind(ws-accessIdx) = "grant"
        STRING "  " ws-acc-timestamp(ws-accessIdx)
            "  " FUNCTION trim(ws-acc-user(ws-accessIdx))
            " granted " FUNCTION trim(ws-acc-analyst(ws-accessIdx))
            " access to study " FUNCTION trim(ws-acc-study(ws-accessIdx))
          DELIMITED BY SIZE INTO ws-outputLine
      ELSE
        STRING "  " ws-acc-timestamp(ws-accessIdx)
            "  " FUNCTION trim(ws-acc-user(ws-accessIdx))
            " revoked " FUNCTION trim(ws-acc-analyst(ws-accessIdx))
            "'s access to study " FUNCTION trim(ws-acc-study(ws-accessIdx))
          DELIMITED BY SIZE INTO ws-outputLine
      END-IF
      PERFORM emitLine
    END-IF.

  displayAccessOverflow.
    IF ws-refusedCount + ws-accessChangeCount > ws-accessEntryCount
      MOVE SPACES TO ws-outputLine
      STRING "  (listing limited to the first 500 access entries in range;"
          " the counts above are complete)"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

*> folds the entry currently in the ws-tally* fields into the per-user,
*> per-file and per-study tallies, adding a new row for a name not seen
*> before. each table's last row is reserved as a catch-all "(others)"
