IDENTIFICATION DIVISION.
PROGRAM-ID. t-test-submit.
*> compile with:
*>   cobc -free -x t-test-submit.cbl
*>
*> interface program for the regulatory submission system, which will
*> not take the strict CSV results extract (t-test-results.csv): it
*> wants fixed-length records, and until now the file was retyped from
*> the extract every quarter. this program builds it from the extract -
*> the live one over a date range, or a named t-test-close generation
*> (t-test-results-<label>.csv) - for one study or for all of them.
*>
*> the submission file holds fixed-length 300-byte records, with no
*> line ends: one header, one detail per run, one trailer. numbers are
*> unsigned zoned decimal, or zoned with a leading separate sign where
*> they can be negative, with an implied decimal point (V); a column the
*> extract left empty for the run type is all spaces.
*>
*>   header   pos   1   1  record type "H"
*>                  2  10  sending site
*>                 12  16  study ID, or "ALL"
*>                 28  20  period: the generation label, or
*>                         yyyymmdd-yyyymmdd for a date range
*>                 48  10  period first day  YYYY-MM-DD
*>                 58  10  period last day   YYYY-MM-DD (for a
*>                         generation, the first and last run dates)
*>                 68  19  created at        YYYY-MM-DD hh:mm:ss
*>                 87   1  "O" original submission, "R" replacement
*>   detail   pos   1   1  record type "D"
*>                  2   6  sequence number 9(6)
*>                  8  16  study_id
*>                 24  19  run timestamp
*>                 43  16  user
*>                 59  20  test_type
*>                 79  80  data_file (truncated beyond 80 characters)
*>                159   7  n_a 9(7)
*>                166  12  mean_a S9(8)V999
*>                178   7  n_b 9(7)
*>                185  12  mean_b S9(8)V999
*>                197   4  stat
*>                201  12  stat_value S9(8)V999
*>                213   9  df1 9(6)V999
*>                222   9  df2 9(6)V999
*>                231   3  alpha
*>                234  14  tails
*>                248   1  verdict: "S" significant, "N" not
*>                         significant, space for none
*>                249  12  ci_lower S9(8)V999
*>                261  12  ci_upper S9(8)V999
*>                273  12  effect_size S9(8)V999
*>                285   7  p_value 9V9(6)
*>   trailer  pos   1   1  record type "T"
*>                  2   7  detail record count 9(7)
*>                  9   7  total record count, header and trailer
*>                         included 9(7)
*>                 16  12  hash total of n_a + n_b 9(12)
*>                 28  16  hash total of stat_value S9(12)V999
*>
*> rows the submission cannot carry are rejected, not silently dropped:
*> malformed rows (too few columns, a bad timestamp, a non-numeric or
*> out-of-range number), rows with no study_id, power-planning rows (a
*> planned N, not a result), and runs the study's owner has not
*> approved in the sign-off register (t-test-signoff.csv) - still
*> pending, rejected, or never entered for review. a run is found in the
*> register by its study, run time and data file; a stratum's row
*> (data-file[label]) follows the decision on the overall run it was
*> part of, the register's next entry for that study and data file.
*> every rejection is listed, with its
*> extract line, in the reconciliation listing, which also lists each
*> detail record written and the control totals, and can go to a file
*> alongside the console like t-test-meta's report.
*>
*> each submission is entered in the sent register
*> (t-test-submissions.csv), with the first and last days it covers (the
*> header's positions 48 and 58). a submission whose days overlap one
*> already sent - or that carries the same period label - for the same
*> study, or for all studies, is refused unless --force asks for a
*> replacement, so the regulator never receives a period twice by
*> accident, whether it is sent again as a generation, as a date range,
*> or as a range shifted by a day. a replacement is written under its
*> own name, t-test-submission-<study|ALL>-<period>-R<yyyymmddhhmmss>.dat,
*> so the file sent originally is never overwritten:
*>   sent_at,user,scope,period,type,file,details,hash_n,hash_stat,
*>   first_day,last_day
*> lines entered before the days were recorded are matched on the label
*> alone
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT f-extractFile ASSIGN TO DYNAMIC ws-extractFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-extractFileStatus.

    SELECT f-submissionFile ASSIGN TO DYNAMIC ws-submissionFilePath
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS ws-submissionFileStatus.

    SELECT f-sentFile ASSIGN TO DYNAMIC ws-sentFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-sentFileStatus.

    SELECT f-signoffFile ASSIGN TO DYNAMIC ws-signoffFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-signoffFileStatus.

    SELECT f-reportFile ASSIGN TO DYNAMIC ws-reportFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-reportFileStatus.

DATA DIVISION.
FILE SECTION.
  FD f-extractFile.
     01 f-ex-record PIC X(512).

*> the three fixed-length record types share the one 300-byte record
  FD f-submissionFile
     RECORD CONTAINS 300 CHARACTERS.
     01 f-sbh-record.
        05 f-sbh-recordType PIC X.
        05 f-sbh-site PIC X(10).
        05 f-sbh-scope PIC X(16).
        05 f-sbh-period PIC X(20).
        05 f-sbh-fromDate PIC X(10).
        05 f-sbh-toDate PIC X(10).
        05 f-sbh-createdAt PIC X(19).
        05 f-sbh-submissionType PIC X.
        05 FILLER PIC X(213).
     01 f-sbd-record.
        05 f-sbd-recordType PIC X.
        05 f-sbd-sequence PIC 9(6).
        05 f-sbd-studyId PIC X(16).
        05 f-sbd-runTimestamp PIC X(19).
        05 f-sbd-user PIC X(16).
        05 f-sbd-testType PIC X(20).
        05 f-sbd-dataFile PIC X(80).
        05 f-sbd-nA PIC X(7).
        05 f-sbd-meanA PIC X(12).
        05 f-sbd-nB PIC X(7).
        05 f-sbd-meanB PIC X(12).
        05 f-sbd-stat PIC X(4).
        05 f-sbd-statValue PIC X(12).
        05 f-sbd-df1 PIC X(9).
        05 f-sbd-df2 PIC X(9).
        05 f-sbd-alpha PIC X(3).
        05 f-sbd-tails PIC X(14).
        05 f-sbd-verdict PIC X.
        05 f-sbd-ciLower PIC X(12).
        05 f-sbd-ciUpper PIC X(12).
        05 f-sbd-effectSize PIC X(12).
        05 f-sbd-pValue PIC X(7).
        05 FILLER PIC X(9).
     01 f-sbt-record.
        05 f-sbt-recordType PIC X.
        05 f-sbt-detailCount PIC 9(7).
        05 f-sbt-recordCount PIC 9(7).
        05 f-sbt-hashN PIC 9(12).
        05 f-sbt-hashStat PIC S9(12)V999 SIGN IS LEADING SEPARATE.
        05 FILLER PIC X(257).

  FD f-sentFile.
     01 f-sf-record PIC X(512).

  FD f-signoffFile.
     01 f-so-record PIC X(700).

  FD f-reportFile.
     01 f-rf-record PIC X(256).

WORKING-STORAGE SECTION.
*> command line args: --option=value settings and, optionally, one
*> positional - a file to copy the reconciliation listing to
  01 ws-cliArg1 PIC X(256) VALUE SPACES.
  01 ws-cliArg2 PIC X(256) VALUE SPACES.
  01 ws-cliArg3 PIC X(256) VALUE SPACES.
  01 ws-cliArg4 PIC X(256) VALUE SPACES.
  01 ws-cliArg5 PIC X(256) VALUE SPACES.
  01 ws-cliArg6 PIC X(256) VALUE SPACES.
  01 ws-cliCurrentArg PIC X(256) VALUE SPACES.
  01 ws-cliOptionName PIC X(32) VALUE SPACES.
  01 ws-cliOptionValue PIC X(256) VALUE SPACES.
  01 ws-cliPositionalCount PIC 9 VALUE ZERO.

  01 ws-reportFilePath PIC X(256) VALUE SPACES.
     88 ws-rfp-empty VALUE SPACES.
  01 ws-reportFileStatus PIC XX VALUE SPACES.
     88 ws-rpfs-isOk VALUE "00".
  01 ws-reportFileState PIC 9 VALUE 0.
     88 ws-rfs-isOpen VALUE 1.

*> what is being submitted: the sending site, the study (spaces for all
*> studies), and the period - a date range over the live extract, or a
*> named generation - plus whether a replacement was asked for
  01 ws-site PIC X(10) VALUE SPACES.
  01 ws-studyFilter PIC X(16) VALUE SPACES.
     88 ws-sf-isAll VALUE SPACES.
  01 ws-fromDate PIC X(10) VALUE SPACES.
  01 ws-toDate PIC X(10) VALUE SPACES.
  01 ws-generationLabel PIC X(20) VALUE SPACES.
     88 ws-gl-empty VALUE SPACES.
  01 ws-forceFlag PIC 9 VALUE 0.
     88 ws-ff-isForced VALUE 1.

*> the submission's scope and period as they appear in the header, the
*> sent register and the submission file's name, and the first and last
*> run dates it actually covers
  01 ws-scope PIC X(16) VALUE SPACES.
  01 ws-periodLabel PIC X(20) VALUE SPACES.
  01 ws-firstRunDate PIC X(10) VALUE SPACES.
  01 ws-lastRunDate PIC X(10) VALUE SPACES.

*> the first and last days the submission covers, as the header carries
*> them: the --from/--to range, or for a generation its first and last
*> run dates
  01 ws-periodFirstDay PIC X(10) VALUE SPACES.
  01 ws-periodLastDay PIC X(10) VALUE SPACES.
  01 ws-submissionType PIC X VALUE "O".
     88 ws-st-isReplacement VALUE "R".

  01 ws-extractFilePath PIC X(256) VALUE "t-test-results.csv".
  01 ws-extractFileStatus PIC XX VALUE SPACES.
     88 ws-efs-isOk VALUE "00".
  01 ws-submissionFilePath PIC X(256) VALUE SPACES.
  01 ws-submissionFileStatus PIC XX VALUE SPACES.
     88 ws-sbs-isOk VALUE "00".
  01 ws-sentFilePath PIC X(40) VALUE "t-test-submissions.csv".
  01 ws-sentFileStatus PIC XX VALUE SPACES.
     88 ws-sfs-isOk VALUE "00".

*> one sent-register line, and how many earlier submissions were found
*> to overlap this one
  01 ws-sentLineAt PIC X(19) VALUE SPACES.
  01 ws-sentLineUser PIC X(32) VALUE SPACES.
  01 ws-sentLineScope PIC X(16) VALUE SPACES.
  01 ws-sentLinePeriod PIC X(20) VALUE SPACES.
  01 ws-sentLineType PIC X(12) VALUE SPACES.
  01 ws-sentLineFile PIC X(256) VALUE SPACES.
  01 ws-sentLineDetails PIC X(12) VALUE SPACES.
  01 ws-sentLineHashN PIC X(20) VALUE SPACES.
  01 ws-sentLineHashStat PIC X(20) VALUE SPACES.
  01 ws-sentLineFirstDay PIC X(10) VALUE SPACES.
  01 ws-sentLineLastDay PIC X(10) VALUE SPACES.
  01 ws-sentLineState PIC 9 VALUE 0.
     88 ws-sls-overlaps VALUE 1.
  01 ws-priorSentCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the sign-off register, held in memory: each run's time, study, data
*> file and review status (the fields between are read past into
*> ws-signoffSkip). a submission carries only approved runs
  01 ws-signoffFilePath PIC X(40) VALUE "t-test-signoff.csv".
  01 ws-signoffFileStatus PIC XX VALUE SPACES.
     88 ws-sos-isOk VALUE "00".
  01 ws-signoffMaxEntries PIC 9(4) VALUE 5000 USAGE IS COMPUTATIONAL-5.
  01 ws-signoffCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-signoffTable.
     05 ws-signoffRow OCCURS 5000 TIMES.
        10 ws-so-runAt PIC X(19).
        10 ws-so-studyId PIC X(16).
        10 ws-so-dataFile PIC X(256).
        10 ws-so-status PIC X(8).
           88 ws-sost-isApproved VALUE "approved".
  01 ws-signoffSkip PIC X(64) VALUE SPACES.
  01 ws-signoffLine PIC X(700) VALUE SPACES.
  01 ws-soIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-soMatchIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> what the register says about the extract row being classified: its
*> data file with any [stratum] label taken off, how many register
*> entries it matched and how many of those are not approved
  01 ws-rowDataFile PIC X(256) VALUE SPACES.
  01 ws-rowStratumState PIC 9 VALUE 0.
     88 ws-rss-isStratum VALUE 1.
  01 ws-rowPathLength PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-bracketPos PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-scanIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-signoffMatched PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-signoffUnapproved PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-signoffLastStatus PIC X(8) VALUE SPACES.

*> which of the two passes over the extract is running: the first
*> classifies every row and lists the rejections, the second writes the
*> detail records for the rows the first accepted
  01 ws-passState PIC 9 VALUE 1.
     88 ws-pass-isScan VALUE 1.
     88 ws-pass-isWrite VALUE 2.

*> one raw line of the extract, its line number, and the comma-separated
*> fields it splits into (surplus receivers stay empty for rows written
*> before the extract grew its later columns)
  01 ws-inputLine PIC X(512) VALUE SPACES.
  01 ws-lineNumber PIC 9(7) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-fieldCount PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-extractFields.
     05 ws-exf-field OCCURS 24 TIMES PIC X(256).

*> what the classification made of the row, and why a rejected row was
*> rejected
  01 ws-rowOutcome PIC 9 VALUE 0.
     88 ws-ro-isSkipped VALUE 0.
     88 ws-ro-isOutOfScope VALUE 1.
     88 ws-ro-isRejected VALUE 2.
     88 ws-ro-isAccepted VALUE 3.
  01 ws-rejectReason PIC X(80) VALUE SPACES.

*> the extract's numeric columns: their position, the fixed-width field
*> each becomes (C a count 9(7), S a signed value S9(8)V999, D a df
*> 9(6)V999, P a p-value 9V9(6)) and their name for the listing
  01 ws-numericColumnValues.
     05 FILLER PIC X(15) VALUE "05Cn_a".
     05 FILLER PIC X(15) VALUE "06Smean_a".
     05 FILLER PIC X(15) VALUE "07Cn_b".
     05 FILLER PIC X(15) VALUE "08Smean_b".
     05 FILLER PIC X(15) VALUE "10Sstat_value".
     05 FILLER PIC X(15) VALUE "11Ddf1".
     05 FILLER PIC X(15) VALUE "12Ddf2".
     05 FILLER PIC X(15) VALUE "16Sci_lower".
     05 FILLER PIC X(15) VALUE "17Sci_upper".
     05 FILLER PIC X(15) VALUE "18Seffect_size".
     05 FILLER PIC X(15) VALUE "22Pp_value".
  01 ws-numericColumnTable REDEFINES ws-numericColumnValues.
     05 ws-numericColumn OCCURS 11 TIMES.
        10 ws-nc-column PIC 99.
        10 ws-nc-kind PIC X.
           88 ws-nc-isCount VALUE "C".
           88 ws-nc-isSigned VALUE "S".
           88 ws-nc-isDf VALUE "D".
           88 ws-nc-isP VALUE "P".
        10 ws-nc-name PIC X(12).
  01 ws-numericColumnCount PIC 99 VALUE 11 USAGE IS COMPUTATIONAL-5.
  01 ws-ncIdx PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-checkValue PIC S9(12)V9(6) VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> scratch for the power-planning test: the row's test type and stat
  01 ws-testTypeScratch PIC X(20) VALUE SPACES.
     88 ws-tts-isPower VALUE "power".
  01 ws-verdictTally PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the fixed-width forms of the numeric columns: each number is moved in
*> by value and taken out through its character view, so an empty
*> column can be left as spaces instead
  01 ws-fmtCount PIC 9(7) VALUE ZEROS.
  01 ws-fmtCountText REDEFINES ws-fmtCount PIC X(7).
  01 ws-fmtSigned PIC S9(8)V999 SIGN IS LEADING SEPARATE VALUE ZEROS.
  01 ws-fmtSignedText REDEFINES ws-fmtSigned PIC X(12).
  01 ws-fmtDf PIC 9(6)V999 VALUE ZEROS.
  01 ws-fmtDfText REDEFINES ws-fmtDf PIC X(9).
  01 ws-fmtP PIC 9V9(6) VALUE ZEROS.
  01 ws-fmtPText REDEFINES ws-fmtP PIC X(7).
  01 ws-fieldText PIC X(256) VALUE SPACES.
  01 ws-fieldFixed PIC X(12) VALUE SPACES.

*> the run's tallies and control totals
  01 ws-rowsReadCount PIC 9(7) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-acceptedCount PIC 9(7) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-outOfScopeCount PIC 9(7) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-malformedCount PIC 9(7) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-noStudyCount PIC 9(7) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-powerPlanCount PIC 9(7) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-unsignedCount PIC 9(7) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-detailCount PIC 9(7) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-hashN PIC 9(12) VALUE ZEROS.
  01 ws-hashStat PIC S9(12)V999 VALUE ZEROS.

  01 ws-currentDateTime PIC X(21) VALUE SPACES.
  01 ws-createdAt PIC X(19) VALUE SPACES.
  01 ws-submitUser PIC X(32) VALUE SPACES.

  01 ws-formattedCount PIC Z(6)9 VALUE ZEROS.
  01 ws-formattedLine PIC Z(6)9 VALUE ZEROS.
  01 ws-formattedHashN PIC Z(11)9 VALUE ZEROS.
  01 ws-formattedHashStat PIC -(12)9.999 VALUE ZEROS.

*> a line of output, built up by the listing paragraphs, then sent to
*> the console and/or the report file by emitLine
  01 ws-outputLine PIC X(256) VALUE SPACES.


PROCEDURE DIVISION CHAINING ws-cliArg1 ws-cliArg2 ws-cliArg3 ws-cliArg4
    ws-cliArg5 ws-cliArg6.
  PERFORM parseCommandArguments.
  PERFORM resolveSubmission.

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

  PERFORM displayHeading.
  PERFORM loadSignoffRegister.

  MOVE 1 TO ws-passState.
  PERFORM readWholeExtract.
  IF 0 = ws-malformedCount + ws-noStudyCount + ws-powerPlanCount
      + ws-unsignedCount
    MOVE "  (none)" TO ws-outputLine
    PERFORM emitLine
  END-IF.

  IF 0 = ws-acceptedCount
    PERFORM reportControlTotals
    MOVE SPACES TO ws-outputLine
    PERFORM emitLine
    MOVE "No runs to submit for this period - no submission file written"
      TO ws-outputLine
    PERFORM emitLine
    MOVE 4 TO RETURN-CODE
    PERFORM exitProgram
  END-IF.

*> a generation's days are only known once its runs have been read, so
*> the sent register is checked after the first pass - still before
*> anything is written. whether this is a replacement, and so the file's
*> name, follows from what the register holds
  PERFORM stampSubmission.
  PERFORM checkSentRegister.
  PERFORM displaySubmissionFile.
  PERFORM writeSubmissionFile.
  PERFORM recordSubmission.
  PERFORM reportControlTotals.

  IF ws-malformedCount + ws-noStudyCount + ws-unsignedCount > 0
    MOVE 4 TO RETURN-CODE
  END-IF.

  exitProgram.
    IF ws-rfs-isOpen
      CLOSE f-reportFile
    END-IF.
    STOP RUN.

  showUsage.
    DISPLAY "t-test-submit --site=<code> <period> [--study=<id>] [--force] [listing-file]".
    DISPLAY " ".
    DISPLAY "  --site=<code>  The sending site's code (up to 10 characters).".
    DISPLAY " ".
    DISPLAY "  <period> is either".
    DISPLAY "    --from=YYYY-MM-DD --to=YYYY-MM-DD".
    DISPLAY "               runs in the live extract (t-test-results.csv) in".
    DISPLAY "               this date range, or".
    DISPLAY "    --generation=<label>".
    DISPLAY "               every run in a period t-test-close archived, from".
    DISPLAY "               t-test-results-<label>.csv (e.g. 2026Q3).".
    DISPLAY " ".
    DISPLAY "  --study=<id>   Submit only this study's runs. Default: all studies.".
    DISPLAY " ".
    DISPLAY "  --force        Send a replacement for a period already submitted.".
    DISPLAY "                 A submission is refused without it when its days".
    DISPLAY "                 overlap, or its label matches, one already sent for".
    DISPLAY "                 the same study or for all studies. The replacement".
    DISPLAY "                 is written as ...-<period>-R<yyyymmddhhmmss>.dat,".
    DISPLAY "                 leaving the file sent before in place.".
    DISPLAY " ".
    DISPLAY "  listing-file   Optional. A file to receive a copy of the".
    DISPLAY "                 reconciliation listing.".
    DISPLAY " ".
    DISPLAY "  Writes the fixed-length submission file".
    DISPLAY "  t-test-submission-<study|ALL>-<period>.dat (header, one detail per".
    DISPLAY "  run, trailer with record count and hash totals) and enters it in the".
    DISPLAY "  sent register, t-test-submissions.csv. Malformed extract rows, rows".
    DISPLAY "  with no study_id, power-planning rows and runs not approved in the".
    DISPLAY "  sign-off register (t-test-signoff.csv) are rejected and listed.".

*> sends the current content of ws-outputLine to the console and, when a
*> listing file was named on the command line, appends it to that file
*> too
  emitLine.
    DISPLAY FUNCTION trim(ws-outputLine TRAILING).

    IF ws-rfs-isOpen
      MOVE ws-outputLine TO f-rf-record
      WRITE f-rf-record
    END-IF.

*> sorts the command line into the listing file (the one positional) and
*> --option=value settings. an unrecognised option or value is reported
*> and stops the run - a mistyped period must not produce a submission
  parseCommandArguments.
    MOVE 0 TO ws-cliPositionalCount.
    MOVE ws-cliArg1 TO ws-cliCurrentArg.
    PERFORM parseCommandArgument.
    MOVE ws-cliArg2 TO ws-cliCurrentArg.
    PERFORM parseCommandArgument.
    MOVE ws-cliArg3 TO ws-cliCurrentArg.
    PERFORM parseCommandArgument.
    MOVE ws-cliArg4 TO ws-cliCurrentArg.
    PERFORM parseCommandArgument.
    MOVE ws-cliArg5 TO ws-cliCurrentArg.
    PERFORM parseCommandArgument.
    MOVE ws-cliArg6 TO ws-cliCurrentArg.
    PERFORM parseCommandArgument.

  parseCommandArgument.
    IF ws-cliCurrentArg NOT = SPACES
      IF ws-cliCurrentArg(1:2) = "--"
        PERFORM parseCommandOption
      ELSE
        ADD 1 TO ws-cliPositionalCount
        EVALUATE ws-cliPositionalCount
          WHEN 1
            MOVE ws-cliCurrentArg TO ws-reportFilePath
          WHEN OTHER
            DISPLAY "Too many arguments: '" FUNCTION trim(ws-cliCurrentArg) "'"
            PERFORM showUsage
            STOP RUN
        END-EVALUATE
      END-IF
    END-IF.

  parseCommandOption.
    MOVE SPACES TO ws-cliOptionName.
    MOVE SPACES TO ws-cliOptionValue.
    UNSTRING ws-cliCurrentArg(3:254) DELIMITED BY '='
      INTO ws-cliOptionName, ws-cliOptionValue.

    EVALUATE ws-cliOptionName
      WHEN "site"
        IF ws-cliOptionValue = SPACES
            OR FUNCTION length(FUNCTION trim(ws-cliOptionValue)) > 10
          DISPLAY "Invalid --site value (expected a site code of up to 10 characters)"
          PERFORM showUsage
          STOP RUN
        END-IF
        MOVE ws-cliOptionValue TO ws-site
      WHEN "study"
        IF ws-cliOptionValue = SPACES
            OR FUNCTION length(FUNCTION trim(ws-cliOptionValue)) > 16
          DISPLAY "Invalid --study value (expected a study ID)"
          PERFORM showUsage
          STOP RUN
        END-IF
        MOVE ws-cliOptionValue TO ws-studyFilter
      WHEN "from"
        PERFORM checkOptionDateValue
        MOVE ws-cliOptionValue TO ws-fromDate
      WHEN "to"
        PERFORM checkOptionDateValue
        MOVE ws-cliOptionValue TO ws-toDate
      WHEN "generation"
        IF ws-cliOptionValue = SPACES
            OR FUNCTION length(FUNCTION trim(ws-cliOptionValue)) > 20
          DISPLAY "Invalid --generation value (expected a generation label, e.g. 2026Q3)"
          PERFORM showUsage
          STOP RUN
        END-IF
        MOVE ws-cliOptionValue TO ws-generationLabel
      WHEN "force"
        MOVE 1 TO ws-forceFlag
      WHEN OTHER
        DISPLAY "Unrecognised option '--" FUNCTION trim(ws-cliOptionName) "'"
        PERFORM showUsage
        STOP RUN
    END-EVALUATE.

*> requires the option value currently in ws-cliOptionValue to look like a
*> YYYY-MM-DD date, the format the extract's timestamps lead with -
*> anything else would compare nonsensically against them
  checkOptionDateValue.
    IF ws-cliOptionValue(5:1) NOT = "-" OR ws-cliOptionValue(8:1) NOT = "-"
        OR ws-cliOptionValue(1:4) IS NOT NUMERIC
        OR ws-cliOptionValue(6:2) IS NOT NUMERIC
        OR ws-cliOptionValue(9:2) IS NOT NUMERIC
        OR ws-cliOptionValue(11:246) NOT = SPACES
      DISPLAY "Invalid --" FUNCTION trim(ws-cliOptionName) " value '"
          FUNCTION trim(ws-cliOptionValue) "' (expected YYYY-MM-DD)"
      PERFORM showUsage
      STOP RUN
    END-IF.

*> settles what is being submitted: the site is required, and the period
*> must be exactly one of a full date range or a generation. the
*> extract read, the period label and the submission file's name all
*> follow from the choice (a replacement's name is settled once the sent
*> register has been checked)
  resolveSubmission.
    IF ws-site = SPACES
      DISPLAY "--site is required - the submission header carries the sending site"
      PERFORM showUsage
      STOP RUN
    END-IF.

    IF ws-gl-empty
      IF ws-fromDate = SPACES OR ws-toDate = SPACES
        DISPLAY "A period is required: --from and --to, or --generation"
        PERFORM showUsage
        STOP RUN
      END-IF
      IF ws-fromDate > ws-toDate
        DISPLAY "--from " ws-fromDate " is after --to " ws-toDate
        STOP RUN
      END-IF
      MOVE SPACES TO ws-periodLabel
      STRING ws-fromDate(1:4) ws-fromDate(6:2) ws-fromDate(9:2) "-"
          ws-toDate(1:4) ws-toDate(6:2) ws-toDate(9:2)
        DELIMITED BY SIZE INTO ws-periodLabel
    ELSE
      IF ws-fromDate NOT = SPACES OR ws-toDate NOT = SPACES
        DISPLAY "--generation already names the period - do not combine it with --from/--to"
        PERFORM showUsage
        STOP RUN
      END-IF
      MOVE ws-generationLabel TO ws-periodLabel
      MOVE SPACES TO ws-extractFilePath
      STRING "t-test-results-" FUNCTION trim(ws-generationLabel) ".csv"
        DELIMITED BY SIZE INTO ws-extractFilePath
    END-IF.

    IF ws-sf-isAll
      MOVE "ALL" TO ws-scope
    ELSE
      MOVE ws-studyFilter TO ws-scope
    END-IF.

    MOVE SPACES TO ws-submissionFilePath.
    STRING "t-test-submission-" FUNCTION trim(ws-scope) "-"
        FUNCTION trim(ws-periodLabel) ".dat"
      DELIMITED BY SIZE INTO ws-submissionFilePath.

*> looks through the sent register for an earlier submission for the
*> same study, or for all studies on either side, that either carries
*> the same period label or covers any of the same days. one is only
*> allowed through with --force, as a replacement under a name of its
*> own; with no register yet, nothing has been sent, and --force with
*> nothing sent before is still an original
  checkSentRegister.
    IF ws-gl-empty
      MOVE ws-fromDate TO ws-periodFirstDay
      MOVE ws-toDate TO ws-periodLastDay
    ELSE
      MOVE ws-firstRunDate TO ws-periodFirstDay
      MOVE ws-lastRunDate TO ws-periodLastDay
    END-IF.

    MOVE 0 TO ws-priorSentCount.
    OPEN INPUT f-sentFile.

    IF ws-sentFileStatus = "35"
      EXIT PARAGRAPH
    END-IF.

    IF NOT ws-sfs-isOk
      MOVE SPACES TO ws-outputLine
      STRING "Cannot open the sent register '" FUNCTION trim(ws-sentFilePath)
          "', status " ws-sentFileStatus
          " - refusing to submit without checking what was already sent"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
      MOVE 8 TO RETURN-CODE
      PERFORM exitProgram
    END-IF.

    PERFORM readSentLine UNTIL NOT ws-sfs-isOk.

    CLOSE f-sentFile.

    IF ws-priorSentCount > 0 AND NOT ws-ff-isForced
      MOVE SPACES TO ws-outputLine
      STRING "Period " FUNCTION trim(ws-periodLabel) " (" ws-periodFirstDay
          " to " ws-periodLastDay ") has already been submitted, in whole or"
          " in part - rerun with --force to send a replacement"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
      MOVE 8 TO RETURN-CODE
      PERFORM exitProgram
    END-IF.

    IF ws-priorSentCount > 0
      MOVE "R" TO ws-submissionType
      MOVE SPACES TO ws-submissionFilePath
      STRING "t-test-submission-" FUNCTION trim(ws-scope) "-"
          FUNCTION trim(ws-periodLabel) "-R" ws-currentDateTime(1:14) ".dat"
        DELIMITED BY SIZE INTO ws-submissionFilePath
    END-IF.

*> reads the whole sign-off register into ws-signoffTable. with no
*> register yet, no run has been approved; a register that cannot be
*> read, or holds more runs than the table, stops the run - a run must
*> never pass as approved only because its entry could not be seen
  loadSignoffRegister.
    MOVE 0 TO ws-signoffCount.
    OPEN INPUT f-signoffFile.

    IF ws-signoffFileStatus = "35"
      EXIT PARAGRAPH
    END-IF.

    IF NOT ws-sos-isOk
      MOVE SPACES TO ws-outputLine
      STRING "Cannot open the sign-off register '"
          FUNCTION trim(ws-signoffFilePath) "', status " ws-signoffFileStatus
          " - refusing to submit without checking which runs are approved"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
      MOVE 8 TO RETURN-CODE
      PERFORM exitProgram
    END-IF.

    PERFORM readSignoffLine UNTIL NOT ws-sos-isOk.

    CLOSE f-signoffFile.

  readSignoffLine.
    READ f-signoffFile INTO ws-signoffLine
      AT END
        MOVE "10" TO ws-signoffFileStatus
      NOT AT END
        PERFORM parseSignoffLine
    END-READ.

*> keeps one register line's run time, study, data file and status:
*>   run_id,run_at,user,study_id,test_type,data_file,verdict,
*>   screen_flags,n_rows,checksum,status,...
  parseSignoffLine.
    IF ws-signoffLine = SPACES
      EXIT PARAGRAPH
    END-IF.

    IF ws-signoffCount = ws-signoffMaxEntries
      MOVE "Sign-off register holds more than 5000 runs - refusing to submit"
        TO ws-outputLine
      PERFORM emitLine
      MOVE 8 TO RETURN-CODE
      PERFORM exitProgram
    END-IF.

    ADD 1 TO ws-signoffCount.
    UNSTRING ws-signoffLine DELIMITED BY ','
      INTO ws-signoffSkip, ws-so-runAt(ws-signoffCount), ws-signoffSkip,
          ws-so-studyId(ws-signoffCount), ws-signoffSkip,
          ws-so-dataFile(ws-signoffCount), ws-signoffSkip, ws-signoffSkip,
          ws-signoffSkip, ws-signoffSkip, ws-so-status(ws-signoffCount).

  readSentLine.
    READ f-sentFile INTO ws-inputLine
      AT END
        MOVE "10" TO ws-sentFileStatus
      NOT AT END
        PERFORM checkSentLine
    END-READ.

  checkSentLine.
    IF ws-inputLine = SPACES
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO ws-sentLineAt ws-sentLineUser ws-sentLineScope
        ws-sentLinePeriod ws-sentLineType ws-sentLineFile ws-sentLineDetails
        ws-sentLineHashN ws-sentLineHashStat ws-sentLineFirstDay
        ws-sentLineLastDay.
    UNSTRING ws-inputLine DELIMITED BY ','
      INTO ws-sentLineAt, ws-sentLineUser, ws-sentLineScope, ws-sentLinePeriod,
          ws-sentLineType, ws-sentLineFile, ws-sentLineDetails,
          ws-sentLineHashN, ws-sentLineHashStat, ws-sentLineFirstDay,
          ws-sentLineLastDay.

    IF NOT (FUNCTION trim(ws-sentLineScope) = FUNCTION trim(ws-scope)
        OR FUNCTION trim(ws-sentLineScope) = "ALL"
        OR FUNCTION trim(ws-scope) = "ALL")
      EXIT PARAGRAPH
    END-IF.

*> the same label, or two day ranges that share at least one day - each
*> starts no later than the other ends
    MOVE 0 TO ws-sentLineState.
    IF FUNCTION trim(ws-sentLinePeriod) = FUNCTION trim(ws-periodLabel)
      MOVE 1 TO ws-sentLineState
    END-IF.
    IF ws-sentLineFirstDay NOT = SPACES AND ws-sentLineLastDay NOT = SPACES
        AND ws-periodFirstDay NOT = SPACES AND ws-periodLastDay NOT = SPACES
        AND ws-periodFirstDay <= ws-sentLineLastDay
        AND ws-sentLineFirstDay <= ws-periodLastDay
      MOVE 1 TO ws-sentLineState
    END-IF.

    IF ws-sls-overlaps
      ADD 1 TO ws-priorSentCount
      MOVE SPACES TO ws-outputLine
      IF ws-sentLineFirstDay NOT = SPACES
        STRING "Already sent: " ws-sentLineAt " by " FUNCTION trim(ws-sentLineUser)
            " - " FUNCTION trim(ws-sentLineScope) " " FUNCTION trim(ws-sentLinePeriod)
            " (" ws-sentLineFirstDay " to " ws-sentLineLastDay ", "
            FUNCTION trim(ws-sentLineType) ") in "
            FUNCTION trim(ws-sentLineFile)
          DELIMITED BY SIZE INTO ws-outputLine
      ELSE
        STRING "Already sent: " ws-sentLineAt " by " FUNCTION trim(ws-sentLineUser)
            " - " FUNCTION trim(ws-sentLineScope) " " FUNCTION trim(ws-sentLinePeriod)
            " (" FUNCTION trim(ws-sentLineType) ") in "
            FUNCTION trim(ws-sentLineFile)
          DELIMITED BY SIZE INTO ws-outputLine
      END-IF
      PERFORM emitLine
    END-IF.

*> says what is being submitted and where it is going
  displayHeading.
    MOVE SPACES TO ws-outputLine.
    STRING "Regulatory submission - site " FUNCTION trim(ws-site)
        ", study " FUNCTION trim(ws-scope)
        ", period " FUNCTION trim(ws-periodLabel)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE SPACES TO ws-outputLine.
    STRING "Extract: " FUNCTION trim(ws-extractFilePath)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Rejected extract rows" TO ws-outputLine.
    PERFORM emitLine.

*> says where the submission is going, once the sent register has
*> settled whether it is an original or a replacement
  displaySubmissionFile.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE SPACES TO ws-outputLine.
    IF ws-st-isReplacement
      STRING "Submission file: " FUNCTION trim(ws-submissionFilePath)
          " (replacement)"
        DELIMITED BY SIZE INTO ws-outputLine
    ELSE
      STRING "Submission file: " FUNCTION trim(ws-submissionFilePath)
        DELIMITED BY SIZE INTO ws-outputLine
    END-IF.
    PERFORM emitLine.

*> one full pass over the extract, in whichever pass ws-passState says.
*> an extract that cannot be opened stops the run - an empty submission
*> must never stand in for a missing one
  readWholeExtract.
    MOVE 0 TO ws-lineNumber.
    OPEN INPUT f-extractFile.

    IF NOT ws-efs-isOk
      MOVE SPACES TO ws-outputLine
      STRING "Cannot open results extract '" FUNCTION trim(ws-extractFilePath)
          "', status " ws-extractFileStatus
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
      MOVE 8 TO RETURN-CODE
      PERFORM exitProgram
    END-IF.

    PERFORM readExtractLine UNTIL NOT ws-efs-isOk.

    CLOSE f-extractFile.

  readExtractLine.
    READ f-extractFile INTO ws-inputLine
      AT END
        MOVE "10" TO ws-extractFileStatus
      NOT AT END
        ADD 1 TO ws-lineNumber
        PERFORM classifyExtractRow
        IF ws-pass-isScan
          PERFORM tallyExtractRow
        ELSE
          IF ws-ro-isAccepted
            PERFORM writeDetailRecord
          END-IF
        END-IF
    END-READ.

*> decides what the submission does with one extract row. rows that
*> cannot be placed in the period (too few columns, a bad timestamp)
*> are malformed; rows outside the period or the chosen study are out
*> of scope and not counted against anything; within scope a row must
*> name a study, must not be a power plan, and must have every number
*> fit its fixed-width field
  classifyExtractRow.
    MOVE 0 TO ws-rowOutcome.
    MOVE SPACES TO ws-rejectReason.

    IF ws-inputLine = SPACES OR ws-inputLine(1:10) = "timestamp,"
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO ws-extractFields.
    MOVE 0 TO ws-fieldCount.
    UNSTRING ws-inputLine DELIMITED BY ','
      INTO ws-exf-field(1), ws-exf-field(2), ws-exf-field(3),
          ws-exf-field(4), ws-exf-field(5), ws-exf-field(6),
          ws-exf-field(7), ws-exf-field(8), ws-exf-field(9),
          ws-exf-field(10), ws-exf-field(11), ws-exf-field(12),
          ws-exf-field(13), ws-exf-field(14), ws-exf-field(15),
          ws-exf-field(16), ws-exf-field(17), ws-exf-field(18),
          ws-exf-field(19), ws-exf-field(20), ws-exf-field(21),
          ws-exf-field(22), ws-exf-field(23), ws-exf-field(24)
      TALLYING IN ws-fieldCount.

    MOVE 2 TO ws-rowOutcome.

    IF ws-fieldCount < 19
      MOVE ws-fieldCount TO ws-formattedCount
      STRING "malformed - only " FUNCTION trim(ws-formattedCount)
          " columns, the extract has at least 19"
        DELIMITED BY SIZE INTO ws-rejectReason
      EXIT PARAGRAPH
    END-IF.

    IF ws-exf-field(1)(5:1) NOT = "-" OR ws-exf-field(1)(8:1) NOT = "-"
        OR ws-exf-field(1)(11:1) NOT = " "
        OR ws-exf-field(1)(14:1) NOT = ":" OR ws-exf-field(1)(17:1) NOT = ":"
        OR ws-exf-field(1)(1:4) IS NOT NUMERIC
        OR ws-exf-field(1)(6:2) IS NOT NUMERIC
        OR ws-exf-field(1)(9:2) IS NOT NUMERIC
        OR ws-exf-field(1)(20:237) NOT = SPACES
      MOVE "malformed - timestamp is not YYYY-MM-DD hh:mm:ss" TO ws-rejectReason
      EXIT PARAGRAPH
    END-IF.

    IF ws-gl-empty
      IF ws-exf-field(1)(1:10) < ws-fromDate OR ws-exf-field(1)(1:10) > ws-toDate
        MOVE 1 TO ws-rowOutcome
        EXIT PARAGRAPH
      END-IF
    END-IF.

    IF NOT ws-sf-isAll
      IF FUNCTION trim(ws-exf-field(19)) NOT = FUNCTION trim(ws-studyFilter)
        MOVE 1 TO ws-rowOutcome
        EXIT PARAGRAPH
      END-IF
    END-IF.

    IF ws-exf-field(19) = SPACES
      MOVE "missing study_id - the run was not attached to a study" TO ws-rejectReason
      EXIT PARAGRAPH
    END-IF.

    MOVE ws-exf-field(3) TO ws-testTypeScratch.
    IF ws-tts-isPower AND FUNCTION trim(ws-exf-field(9)) = "N"
      MOVE "power-planning row - a planned N, not a result" TO ws-rejectReason
      EXIT PARAGRAPH
    END-IF.

    IF ws-exf-field(3) = SPACES
      MOVE "malformed - no test_type" TO ws-rejectReason
      EXIT PARAGRAPH
    END-IF.

    PERFORM checkNumericColumn
      VARYING ws-ncIdx FROM 1 BY 1
      UNTIL ws-ncIdx > ws-numericColumnCount OR ws-rejectReason NOT = SPACES.
    IF ws-rejectReason NOT = SPACES
      EXIT PARAGRAPH
    END-IF.

    PERFORM checkSignedOff.
    IF ws-rejectReason NOT = SPACES
      EXIT PARAGRAPH
    END-IF.

    MOVE 3 TO ws-rowOutcome.

*> finds the row's run in the sign-off register - the entry for the same
*> study, run time and data file, or for a stratum's row the overall
*> run's entry, the first for the same study and data file at or after
*> the row's time - and rejects the row unless every entry it matches
*> has been approved
  checkSignedOff.
    MOVE 0 TO ws-signoffMatched.
    MOVE 0 TO ws-signoffUnapproved.
    MOVE SPACES TO ws-signoffLastStatus.
    PERFORM VARYING ws-soIdx FROM 1 BY 1 UNTIL ws-soIdx > ws-signoffCount
      IF ws-so-studyId(ws-soIdx) = ws-exf-field(19)
          AND ws-so-runAt(ws-soIdx) = ws-exf-field(1)(1:19)
          AND ws-so-dataFile(ws-soIdx) = ws-exf-field(4)
        ADD 1 TO ws-signoffMatched
        IF NOT ws-sost-isApproved(ws-soIdx)
          ADD 1 TO ws-signoffUnapproved
          MOVE ws-so-status(ws-soIdx) TO ws-signoffLastStatus
        END-IF
      END-IF
    END-PERFORM.

    IF 0 = ws-signoffMatched
      PERFORM takeStratumLabelOff
      IF ws-rss-isStratum
        MOVE 0 TO ws-soMatchIdx
        PERFORM VARYING ws-soIdx FROM 1 BY 1
            UNTIL ws-soIdx > ws-signoffCount OR ws-soMatchIdx > 0
          IF ws-so-studyId(ws-soIdx) = ws-exf-field(19)
              AND ws-so-dataFile(ws-soIdx) = ws-rowDataFile
              AND ws-so-runAt(ws-soIdx) >= ws-exf-field(1)(1:19)
            MOVE ws-soIdx TO ws-soMatchIdx
          END-IF
        END-PERFORM
        IF ws-soMatchIdx > 0
          ADD 1 TO ws-signoffMatched
          IF NOT ws-sost-isApproved(ws-soMatchIdx)
            ADD 1 TO ws-signoffUnapproved
            MOVE ws-so-status(ws-soMatchIdx) TO ws-signoffLastStatus
          END-IF
        END-IF
      END-IF
    END-IF.

    IF 0 = ws-signoffMatched
      MOVE "not signed off - the run is not in the sign-off register"
        TO ws-rejectReason
      EXIT PARAGRAPH
    END-IF.
    IF ws-signoffUnapproved > 0
      STRING "not signed off - the run is "
          FUNCTION trim(ws-signoffLastStatus)
          " in the sign-off register"
        DELIMITED BY SIZE INTO ws-rejectReason
    END-IF.

*> the row's data file without the [label] a stratum's pass is
*> identified by, into ws-rowDataFile, noting whether there was one
  takeStratumLabelOff.
    MOVE 0 TO ws-rowStratumState.
    MOVE ws-exf-field(4) TO ws-rowDataFile.
    COMPUTE ws-rowPathLength =
        FUNCTION length(FUNCTION trim(ws-rowDataFile TRAILING)).
    IF ws-rowPathLength < 4 OR ws-rowDataFile(ws-rowPathLength:1) NOT = "]"
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO ws-bracketPos.
    PERFORM VARYING ws-scanIdx FROM ws-rowPathLength BY -1
        UNTIL ws-scanIdx < 1 OR ws-bracketPos > 0
      IF ws-rowDataFile(ws-scanIdx:1) = "["
        MOVE ws-scanIdx TO ws-bracketPos
      END-IF
    END-PERFORM.
    IF ws-bracketPos > 1
      MOVE 1 TO ws-rowStratumState
      MOVE SPACES TO ws-rowDataFile
      MOVE ws-exf-field(4)(1:ws-bracketPos - 1) TO ws-rowDataFile
    END-IF.

*> holds one numeric column to its fixed-width field: empty is allowed
*> (the column does not apply to the run type), anything else must be a
*> number that fits
  checkNumericColumn.
    MOVE ws-exf-field(ws-nc-column(ws-ncIdx)) TO ws-fieldText.
    IF ws-fieldText = SPACES
      EXIT PARAGRAPH
    END-IF.

    IF FUNCTION TEST-NUMVAL(FUNCTION trim(ws-fieldText)) NOT = 0
      STRING "malformed - " FUNCTION trim(ws-nc-name(ws-ncIdx))
          " '" FUNCTION trim(ws-fieldText) "' is not a number"
        DELIMITED BY SIZE INTO ws-rejectReason
      EXIT PARAGRAPH
    END-IF.

    COMPUTE ws-checkValue = FUNCTION NUMVAL(FUNCTION trim(ws-fieldText)).
    EVALUATE TRUE
      WHEN ws-nc-isCount(ws-ncIdx)
        IF ws-checkValue < 0 OR ws-checkValue > 9999999
          STRING "malformed - " FUNCTION trim(ws-nc-name(ws-ncIdx))
              " '" FUNCTION trim(ws-fieldText) "' is not a sample size"
            DELIMITED BY SIZE INTO ws-rejectReason
        END-IF
      WHEN ws-nc-isSigned(ws-ncIdx)
        IF ws-checkValue < -99999999.999 OR ws-checkValue > 99999999.999
          STRING "malformed - " FUNCTION trim(ws-nc-name(ws-ncIdx))
              " '" FUNCTION trim(ws-fieldText) "' is out of range"
            DELIMITED BY SIZE INTO ws-rejectReason
        END-IF
      WHEN ws-nc-isDf(ws-ncIdx)
        IF ws-checkValue < 0 OR ws-checkValue > 999999.999
          STRING "malformed - " FUNCTION trim(ws-nc-name(ws-ncIdx))
              " '" FUNCTION trim(ws-fieldText) "' is out of range"
            DELIMITED BY SIZE INTO ws-rejectReason
        END-IF
      WHEN ws-nc-isP(ws-ncIdx)
        IF ws-checkValue < 0 OR ws-checkValue > 1
          STRING "malformed - " FUNCTION trim(ws-nc-name(ws-ncIdx))
              " '" FUNCTION trim(ws-fieldText) "' is not a probability"
            DELIMITED BY SIZE INTO ws-rejectReason
        END-IF
    END-EVALUATE.

*> the first pass's bookkeeping for one row: counts it, lists it when
*> it is rejected, and widens the run-date span the header reports
  tallyExtractRow.
    IF ws-ro-isSkipped
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO ws-rowsReadCount.

    EVALUATE TRUE
      WHEN ws-ro-isOutOfScope
        ADD 1 TO ws-outOfScopeCount
      WHEN ws-ro-isAccepted
        ADD 1 TO ws-acceptedCount
        IF ws-firstRunDate = SPACES OR ws-exf-field(1)(1:10) < ws-firstRunDate
          MOVE ws-exf-field(1)(1:10) TO ws-firstRunDate
        END-IF
        IF ws-lastRunDate = SPACES OR ws-exf-field(1)(1:10) > ws-lastRunDate
          MOVE ws-exf-field(1)(1:10) TO ws-lastRunDate
        END-IF
      WHEN ws-ro-isRejected
        EVALUATE TRUE
          WHEN ws-rejectReason(1:9) = "malformed"
            ADD 1 TO ws-malformedCount
          WHEN ws-rejectReason(1:7) = "missing"
            ADD 1 TO ws-noStudyCount
          WHEN ws-rejectReason(1:14) = "not signed off"
            ADD 1 TO ws-unsignedCount
          WHEN OTHER
            ADD 1 TO ws-powerPlanCount
        END-EVALUATE
        MOVE ws-lineNumber TO ws-formattedLine
        MOVE SPACES TO ws-outputLine
        STRING "  line " FUNCTION trim(ws-formattedLine) ": "
            FUNCTION trim(ws-exf-field(1)) " "
            FUNCTION trim(ws-exf-field(3)) " - " FUNCTION trim(ws-rejectReason)
          DELIMITED BY SIZE INTO ws-outputLine
        PERFORM emitLine
    END-EVALUATE.

*> the moment of submission, as the header and the sent register carry
*> it and as a replacement's file name carries it
  stampSubmission.
    MOVE FUNCTION CURRENT-DATE TO ws-currentDateTime.
    MOVE SPACES TO ws-createdAt.
    STRING ws-currentDateTime(1:4) "-" ws-currentDateTime(5:2) "-"
        ws-currentDateTime(7:2) " " ws-currentDateTime(9:2) ":"
        ws-currentDateTime(11:2) ":" ws-currentDateTime(13:2)
      DELIMITED BY SIZE INTO ws-createdAt.

*> the second pass: the header, a detail record per accepted row, and the
*> trailer carrying the control totals the regulator reconciles against.
*> a file that cannot be written stops the run before anything is
*> entered in the sent register
  writeSubmissionFile.
    OPEN OUTPUT f-submissionFile.
    IF NOT ws-sbs-isOk
      MOVE SPACES TO ws-outputLine
      STRING "Cannot write submission file '" FUNCTION trim(ws-submissionFilePath)
          "', status " ws-submissionFileStatus
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
      MOVE 8 TO RETURN-CODE
      PERFORM exitProgram
    END-IF.

    MOVE SPACES TO f-sbh-record.
    MOVE "H" TO f-sbh-recordType.
    MOVE ws-site TO f-sbh-site.
    MOVE ws-scope TO f-sbh-scope.
    MOVE ws-periodLabel TO f-sbh-period.
    MOVE ws-periodFirstDay TO f-sbh-fromDate.
    MOVE ws-periodLastDay TO f-sbh-toDate.
    MOVE ws-createdAt TO f-sbh-createdAt.
    MOVE ws-submissionType TO f-sbh-submissionType.
    WRITE f-sbh-record.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Detail records written" TO ws-outputLine.
    PERFORM emitLine.

    MOVE 0 TO ws-detailCount.
    MOVE 0 TO ws-hashN.
    MOVE 0 TO ws-hashStat.
    MOVE 2 TO ws-passState.
    PERFORM readWholeExtract.

    MOVE SPACES TO f-sbt-record.
    MOVE "T" TO f-sbt-recordType.
    MOVE ws-detailCount TO f-sbt-detailCount.
    COMPUTE f-sbt-recordCount = ws-detailCount + 2.
    MOVE ws-hashN TO f-sbt-hashN.
    MOVE ws-hashStat TO f-sbt-hashStat.
    WRITE f-sbt-record.

    CLOSE f-submissionFile.

*> builds and writes one detail record from the accepted row in
*> ws-extractFields, adding it to the hash totals and the listing
  writeDetailRecord.
    ADD 1 TO ws-detailCount.

    MOVE SPACES TO f-sbd-record.
    MOVE "D" TO f-sbd-recordType.
    MOVE ws-detailCount TO f-sbd-sequence.
    MOVE ws-exf-field(19) TO f-sbd-studyId.
    MOVE ws-exf-field(1) TO f-sbd-runTimestamp.
    MOVE ws-exf-field(2) TO f-sbd-user.
    MOVE ws-exf-field(3) TO f-sbd-testType.
    MOVE ws-exf-field(4) TO f-sbd-dataFile.

    MOVE ws-exf-field(5) TO ws-fieldText.
    PERFORM formatCountField.
    MOVE ws-fieldFixed TO f-sbd-nA.
    MOVE ws-exf-field(6) TO ws-fieldText.
    PERFORM formatSignedField.
    MOVE ws-fieldFixed TO f-sbd-meanA.
    MOVE ws-exf-field(7) TO ws-fieldText.
    PERFORM formatCountField.
    MOVE ws-fieldFixed TO f-sbd-nB.
    MOVE ws-exf-field(8) TO ws-fieldText.
    PERFORM formatSignedField.
    MOVE ws-fieldFixed TO f-sbd-meanB.
    MOVE ws-exf-field(9) TO f-sbd-stat.
    MOVE ws-exf-field(10) TO ws-fieldText.
    PERFORM formatSignedField.
    MOVE ws-fieldFixed TO f-sbd-statValue.
    MOVE ws-exf-field(11) TO ws-fieldText.
    PERFORM formatDfField.
    MOVE ws-fieldFixed TO f-sbd-df1.
    MOVE ws-exf-field(12) TO ws-fieldText.
    PERFORM formatDfField.
    MOVE ws-fieldFixed TO f-sbd-df2.
    MOVE ws-exf-field(13) TO f-sbd-alpha.
    MOVE ws-exf-field(14) TO f-sbd-tails.

    MOVE 0 TO ws-verdictTally.
    INSPECT ws-exf-field(15) TALLYING ws-verdictTally FOR ALL "not significant".
    IF ws-verdictTally > 0
      MOVE "N" TO f-sbd-verdict
    ELSE
      INSPECT ws-exf-field(15) TALLYING ws-verdictTally FOR ALL "significant"
      IF ws-verdictTally > 0
        MOVE "S" TO f-sbd-verdict
      END-IF
    END-IF.

    MOVE ws-exf-field(16) TO ws-fieldText.
    PERFORM formatSignedField.
    MOVE ws-fieldFixed TO f-sbd-ciLower.
    MOVE ws-exf-field(17) TO ws-fieldText.
    PERFORM formatSignedField.
    MOVE ws-fieldFixed TO f-sbd-ciUpper.
    MOVE ws-exf-field(18) TO ws-fieldText.
    PERFORM formatSignedField.
    MOVE ws-fieldFixed TO f-sbd-effectSize.
    MOVE ws-exf-field(22) TO ws-fieldText.
    PERFORM formatPField.
    MOVE ws-fieldFixed TO f-sbd-pValue.

    WRITE f-sbd-record.

    IF ws-exf-field(5) NOT = SPACES
      COMPUTE ws-hashN = ws-hashN + FUNCTION NUMVAL(FUNCTION trim(ws-exf-field(5)))
    END-IF.
    IF ws-exf-field(7) NOT = SPACES
      COMPUTE ws-hashN = ws-hashN + FUNCTION NUMVAL(FUNCTION trim(ws-exf-field(7)))
    END-IF.
    IF ws-exf-field(10) NOT = SPACES
      COMPUTE ws-hashStat ROUNDED MODE IS NEAREST-EVEN =
          ws-hashStat + FUNCTION NUMVAL(FUNCTION trim(ws-exf-field(10)))
    END-IF.

    MOVE ws-detailCount TO ws-formattedLine.
    MOVE SPACES TO ws-outputLine.
    STRING "  " FUNCTION trim(ws-formattedLine) ": "
        FUNCTION trim(ws-exf-field(1)) " " FUNCTION trim(ws-exf-field(19))
        " " FUNCTION trim(ws-exf-field(3)) " " FUNCTION trim(ws-exf-field(4))
        " n=" FUNCTION trim(ws-exf-field(5)) "/" FUNCTION trim(ws-exf-field(7))
        " " FUNCTION trim(ws-exf-field(9)) "=" FUNCTION trim(ws-exf-field(10))
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    IF FUNCTION length(FUNCTION trim(ws-exf-field(4))) > 80
      MOVE "      (data_file longer than 80 characters - truncated in the record)"
        TO ws-outputLine
      PERFORM emitLine
    END-IF.

*> turn the number in ws-fieldText into its fixed-width form in
*> ws-fieldFixed, or spaces when the column was empty
  formatCountField.
    MOVE SPACES TO ws-fieldFixed.
    IF ws-fieldText NOT = SPACES
      COMPUTE ws-fmtCount = FUNCTION NUMVAL(FUNCTION trim(ws-fieldText))
      MOVE ws-fmtCountText TO ws-fieldFixed
    END-IF.

  formatSignedField.
    MOVE SPACES TO ws-fieldFixed.
    IF ws-fieldText NOT = SPACES
      COMPUTE ws-fmtSigned ROUNDED MODE IS NEAREST-EVEN =
          FUNCTION NUMVAL(FUNCTION trim(ws-fieldText))
      MOVE ws-fmtSignedText TO ws-fieldFixed
    END-IF.

  formatDfField.
    MOVE SPACES TO ws-fieldFixed.
    IF ws-fieldText NOT = SPACES
      COMPUTE ws-fmtDf ROUNDED MODE IS NEAREST-EVEN =
          FUNCTION NUMVAL(FUNCTION trim(ws-fieldText))
      MOVE ws-fmtDfText TO ws-fieldFixed
    END-IF.

  formatPField.
    MOVE SPACES TO ws-fieldFixed.
    IF ws-fieldText NOT = SPACES
      COMPUTE ws-fmtP ROUNDED MODE IS NEAREST-EVEN =
          FUNCTION NUMVAL(FUNCTION trim(ws-fieldText))
      MOVE ws-fmtPText TO ws-fieldFixed
    END-IF.

*> enters the submission just written in the sent register, creating the
*> register with the first one. a register that cannot be written is
*> reported loudly: the file exists, but the next run would not know it
*> had been sent
  recordSubmission.
    MOVE SPACES TO ws-submitUser.
    ACCEPT ws-submitUser FROM ENVIRONMENT "USER".
    IF ws-submitUser = SPACES
      ACCEPT ws-submitUser FROM ENVIRONMENT "LOGNAME"
    END-IF.
    IF ws-submitUser = SPACES
      MOVE "UNKNOWN" TO ws-submitUser
    END-IF.

    OPEN EXTEND f-sentFile.
    IF NOT ws-sfs-isOk
      OPEN OUTPUT f-sentFile
    END-IF.

    IF NOT ws-sfs-isOk
      MOVE SPACES TO ws-outputLine
      STRING "Warning: could not enter the submission in the sent register '"
          FUNCTION trim(ws-sentFilePath) "', status " ws-sentFileStatus
          " - add it by hand before the next submission"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
      MOVE 8 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF.

    MOVE ws-detailCount TO ws-formattedCount.
    MOVE ws-hashN TO ws-formattedHashN.
    MOVE ws-hashStat TO ws-formattedHashStat.
    MOVE SPACES TO f-sf-record.
    IF ws-st-isReplacement
      STRING ws-createdAt "," FUNCTION trim(ws-submitUser)
          "," FUNCTION trim(ws-scope) "," FUNCTION trim(ws-periodLabel)
          ",replacement," FUNCTION trim(ws-submissionFilePath)
          "," FUNCTION trim(ws-formattedCount) "," FUNCTION trim(ws-formattedHashN)
          "," FUNCTION trim(ws-formattedHashStat)
          "," ws-periodFirstDay "," ws-periodLastDay
        DELIMITED BY SIZE INTO f-sf-record
    ELSE
      STRING ws-createdAt "," FUNCTION trim(ws-submitUser)
          "," FUNCTION trim(ws-scope) "," FUNCTION trim(ws-periodLabel)
          ",original," FUNCTION trim(ws-submissionFilePath)
          "," FUNCTION trim(ws-formattedCount) "," FUNCTION trim(ws-formattedHashN)
          "," FUNCTION trim(ws-formattedHashStat)
          "," ws-periodFirstDay "," ws-periodLastDay
        DELIMITED BY SIZE INTO f-sf-record
    END-IF.
    WRITE f-sf-record.
    CLOSE f-sentFile.

*> the reconciliation: every data row of the extract accounted for as
*> written, rejected (by reason) or outside the submission's scope, and
*> the trailer's control totals
  reportControlTotals.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Control totals" TO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-rowsReadCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "  Extract rows read:               " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-outOfScopeCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "  Outside the period or study:     " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-malformedCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "  Rejected, malformed:             " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-noStudyCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "  Rejected, missing study_id:      " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-powerPlanCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "  Rejected, power-planning rows:   " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-unsignedCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "  Rejected, not signed off:        " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-detailCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "  Detail records written:          " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    IF ws-detailCount > 0
      COMPUTE ws-formattedCount = ws-detailCount + 2
      MOVE SPACES TO ws-outputLine
      STRING "  Total records (header/trailer):  " FUNCTION trim(ws-formattedCount)
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine

      MOVE ws-hashN TO ws-formattedHashN
      MOVE SPACES TO ws-outputLine
      STRING "  Hash total, n_a + n_b:           " FUNCTION trim(ws-formattedHashN)
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine

      MOVE ws-hashStat TO ws-formattedHashStat
      MOVE SPACES TO ws-outputLine
      STRING "  Hash total, stat_value:          " FUNCTION trim(ws-formattedHashStat)
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.
