IDENTIFICATION DIVISION.
PROGRAM-ID. t-test-adjust.
*> compile with:
*>   cobc -free -x t-test-adjust.cbl
*>
*> multiple-comparison adjustment over the results extract
*> (t-test-results.csv): a study with one run per endpoint accumulates a
*> dozen or more verdicts, each judged at its own alpha as if it were
*> the only test the study made - so by chance alone a study with 20
*> endpoints shows a "significant" finding. this program groups the
*> extract's rows by study ID and gives, per study, the family-wise
*> picture:
*>
*>   - every run with its own exact p-value (the extract's p_value
*>     column), listed from the smallest p up
*>   - the Holm-Bonferroni adjusted p-value, which holds the chance of
*>     ANY false positive across the study's runs to alpha
*>   - the Benjamini-Hochberg adjusted p-value, which holds the expected
*>     share of false positives among the significant runs to alpha
*>   - for each run reported significant, whether that verdict survives
*>     each adjustment at the run's own alpha, or is lost
*>
*> only runs attached to a study (--study) take part - without one there
*> is no family to adjust over - and only rows carrying a p-value: power
*> planning and describe runs, runs without a verdict, and rows written
*> before the extract grew its p_value column are counted but not
*> adjusted. a stratified run's per-stratum rows are tests in their own
*> right and are counted in the family with the run's overall row
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT f-extractFile ASSIGN TO DYNAMIC ws-extractFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-extractFileStatus.

    SELECT f-reportFile ASSIGN TO DYNAMIC ws-reportFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-reportFileStatus.

DATA DIVISION.
FILE SECTION.
  FD f-extractFile.
     01 f-ex-record PIC X(512).

  FD f-reportFile.
     01 f-rf-record PIC X(256).

WORKING-STORAGE SECTION.
*> command line args: both positionals are optional, like t-test-meta's
  01 ws-extractFilePath PIC X(256) VALUE "t-test-results.csv".
  01 ws-extractFileStatus PIC XX VALUE SPACES.
     88 ws-efs-isOk VALUE "00".

  01 ws-reportFilePath PIC X(256) VALUE SPACES.
     88 ws-rfp-empty VALUE SPACES.
  01 ws-reportFileStatus PIC XX VALUE SPACES.
     88 ws-rpfs-isOk VALUE "00".
  01 ws-reportFileState PIC 9 VALUE 0.
     88 ws-rfs-isOpen VALUE 1.

*> the rows the adjustment works from: every extract row attached to a
*> study that carries a p-value. reportedSig is the verdict as the run
*> itself gave it; claimed is set once the row's study has been reported
  01 ws-runMaxEntries PIC 9(4) VALUE 2000 USAGE IS COMPUTATIONAL-5.
  01 ws-runCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-runOverflowCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-runEntries.
     05 ws-runEntry OCCURS 2000 TIMES.
        10 ws-run-studyId PIC X(16).
        10 ws-run-timestamp PIC X(19).
        10 ws-run-testType PIC X(20).
        10 ws-run-dataFile PIC X(128).
        10 ws-run-p PIC 9V9(6).
        10 ws-run-alpha PIC 9V99.
        10 ws-run-reportedSig PIC 9.
        10 ws-run-claimed PIC 9.

*> the rows that were read but cannot take part, by reason
  01 ws-noStudyCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-noPValueCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> one raw line of the extract and the comma-separated fields it splits
*> into (surplus receivers stay empty for rows written before the extract
*> grew its later columns)
  01 ws-inputLine PIC X(512) VALUE SPACES.
  01 ws-extractFields.
     05 ws-exf-field OCCURS 24 TIMES PIC X(256).

*> scratch for reading the row's verdict: a verdict that says "not
*> significant" (or gives no verdict at all) is not a significant one
  01 ws-verdictScratch PIC X(256) VALUE SPACES.
  01 ws-notCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-sigCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the family being adjusted: the current study's runs, sorted by p
*> ascending (the run's position in ws-runEntries breaks ties, so runs
*> with equal p stay in extract order), with the two adjusted p-values
*> filled in alongside
  01 ws-familyCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-familyEntries.
     05 ws-familyEntry OCCURS 1 TO 2000 TIMES DEPENDING ON ws-familyCount.
        10 ws-fam-p PIC 9V9(6).
        10 ws-fam-runIdx PIC 9(4) USAGE IS COMPUTATIONAL-5.
        10 ws-fam-holm PIC 9V9(6).
        10 ws-fam-bh PIC 9V9(6).

*> scratch for the step-down (Holm) and step-up (Benjamini-Hochberg)
*> passes: the running maximum and minimum the adjusted p-values are
*> held to, so they keep the order of the raw p-values
  01 ws-adjusted PIC 9(5)V9(6) VALUE ZEROS.
  01 ws-runningMax PIC 9V9(6) VALUE ZEROS.
  01 ws-runningMin PIC 9V9(6) VALUE ZEROS.

*> the study currently being reported, and its tallies
  01 ws-studyKey PIC X(16) VALUE SPACES.
  01 ws-studyReportedSig PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-studyHolmSig PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-studyBhSig PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the whole extract's tallies for the closing summary
  01 ws-studyCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-totalReportedSig PIC 9(6) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-totalHolmSig PIC 9(6) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-totalBhSig PIC 9(6) VALUE ZERO USAGE IS COMPUTATIONAL-5.

  01 ws-runIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-runIdx2 PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-famIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-formattedCount PIC Z(5)9 VALUE ZEROS.
  01 ws-formattedRank PIC ZZZ9 VALUE ZEROS.
  01 ws-formattedP PIC 9.9(6) VALUE ZEROS.
  01 ws-formattedAlpha PIC .99 VALUE ZEROS.
  01 ws-outcomeText PIC X(10) VALUE SPACES.

*> a line of output, built up by the report paragraphs, then sent to the
*> console and/or the report file by emitLine
  01 ws-outputLine PIC X(256) VALUE SPACES.
  01 ws-outputPointer PIC 9999 VALUE 1 USAGE IS COMPUTATIONAL-5.


PROCEDURE DIVISION CHAINING ws-extractFilePath ws-reportFilePath.
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

  PERFORM loadExtract.
  PERFORM displayHeading.

  MOVE 0 TO ws-studyCount.
  PERFORM adjustNextStudy
    VARYING ws-runIdx FROM 1 BY 1 UNTIL ws-runIdx > ws-runCount.

  IF 0 = ws-studyCount
    MOVE SPACES TO ws-outputLine
    PERFORM emitLine
    MOVE "(no study runs with a p-value in the extract)" TO ws-outputLine
    PERFORM emitLine
  ELSE
    PERFORM displaySummary
  END-IF.

  exitProgram.
    IF ws-rfs-isOpen
      CLOSE f-reportFile
    END-IF.
    STOP RUN.

  showUsage.
    DISPLAY "t-test-adjust [extract-file] [report-file]".
    DISPLAY " ".
    DISPLAY "  extract-file Optional. The results extract to adjust. Defaults to".
    DISPLAY "               t-test-results.csv, the extract the t-test program writes.".
    DISPLAY " ".
    DISPLAY "  report-file  Optional. A file to receive a copy of the report output.".
    DISPLAY " ".
    DISPLAY "  Runs attached to a study (--study) are grouped by study ID. Each".
    DISPLAY "  study's runs are listed with their exact p-values, the Holm-Bonferroni".
    DISPLAY "  and Benjamini-Hochberg adjusted p-values across the study, and whether".
    DISPLAY "  each verdict reported significant survives each adjustment at the".
    DISPLAY "  run's own alpha. Runs without a p-value (power, describe, or rows".
    DISPLAY "  written before the extract carried one) are counted but not adjusted.".

*> sends the current content of ws-outputLine to the console and, when a
*> report file was named on the command line, appends it to the report file
*> too
  emitLine.
    DISPLAY FUNCTION trim(ws-outputLine TRAILING).

    IF ws-rfs-isOpen
      MOVE ws-outputLine TO f-rf-record
      WRITE f-rf-record
    END-IF.

*> reads the whole extract, keeping every study run that carries a
*> p-value. an extract that cannot be opened stops the run rather than
*> producing an empty (and wrong) "nothing to adjust"
  loadExtract.
    OPEN INPUT f-extractFile.

    IF NOT ws-efs-isOk
      DISPLAY "Cannot open results extract '" FUNCTION trim(ws-extractFilePath)
          "', status " ws-extractFileStatus
      PERFORM showUsage
      PERFORM exitProgram
    END-IF.

    PERFORM readExtractLine UNTIL NOT ws-efs-isOk.

    CLOSE f-extractFile.

  readExtractLine.
    READ f-extractFile INTO ws-inputLine
      AT END
        MOVE "10" TO ws-extractFileStatus
      NOT AT END
        PERFORM parseExtractLine
    END-READ.

*> splits one extract row and retains it when it can be adjusted: a run
*> attached to a study with a numeric p_value. the header row and blank
*> lines fall out; other rows are counted by the reason they were left
  parseExtractLine.
    IF ws-inputLine = SPACES OR ws-inputLine(1:10) = "timestamp,"
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO ws-extractFields.
    UNSTRING ws-inputLine DELIMITED BY ','
      INTO ws-exf-field(1), ws-exf-field(2), ws-exf-field(3),
          ws-exf-field(4), ws-exf-field(5), ws-exf-field(6),
          ws-exf-field(7), ws-exf-field(8), ws-exf-field(9),
          ws-exf-field(10), ws-exf-field(11), ws-exf-field(12),
          ws-exf-field(13), ws-exf-field(14), ws-exf-field(15),
          ws-exf-field(16), ws-exf-field(17), ws-exf-field(18),
          ws-exf-field(19), ws-exf-field(20), ws-exf-field(21),
          ws-exf-field(22), ws-exf-field(23), ws-exf-field(24).

    IF ws-exf-field(19) = SPACES
      ADD 1 TO ws-noStudyCount
      EXIT PARAGRAPH
    END-IF.

    IF ws-exf-field(22) = SPACES
        OR FUNCTION TEST-NUMVAL(FUNCTION trim(ws-exf-field(22))) NOT = 0
      ADD 1 TO ws-noPValueCount
      EXIT PARAGRAPH
    END-IF.

    IF ws-runCount = ws-runMaxEntries
      ADD 1 TO ws-runOverflowCount
      EXIT PARAGRAPH
    END-IF.

    ADD 1 TO ws-runCount.
    MOVE ws-exf-field(19) TO ws-run-studyId(ws-runCount).
    MOVE ws-exf-field(1) TO ws-run-timestamp(ws-runCount).
    MOVE ws-exf-field(3) TO ws-run-testType(ws-runCount).
    MOVE ws-exf-field(4) TO ws-run-dataFile(ws-runCount).
    COMPUTE ws-run-p(ws-runCount) ROUNDED MODE IS NEAREST-EVEN =
        FUNCTION NUMVAL(FUNCTION trim(ws-exf-field(22))).

    IF FUNCTION trim(ws-exf-field(13)) = ".01"
      MOVE 0.01 TO ws-run-alpha(ws-runCount)
    ELSE
      MOVE 0.05 TO ws-run-alpha(ws-runCount)
    END-IF.

    MOVE FUNCTION lower-case(ws-exf-field(15)) TO ws-verdictScratch.
    MOVE 0 TO ws-notCount.
    MOVE 0 TO ws-sigCount.
    INSPECT ws-verdictScratch TALLYING
      ws-notCount FOR ALL "not significant"
      ws-notCount FOR ALL "no verdict"
      ws-sigCount FOR ALL "significant".
    IF ws-sigCount > ws-notCount
      MOVE 1 TO ws-run-reportedSig(ws-runCount)
    ELSE
      MOVE 0 TO ws-run-reportedSig(ws-runCount)
    END-IF.

    MOVE 0 TO ws-run-claimed(ws-runCount).

  displayHeading.
    MOVE SPACES TO ws-outputLine.
    STRING "Extract: " FUNCTION trim(ws-extractFilePath)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-runCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "Study runs with a p-value: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    IF ws-noPValueCount > 0
      MOVE ws-noPValueCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "Study runs without a p-value (not adjusted): "
          FUNCTION trim(ws-formattedCount)
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-noStudyCount > 0
      MOVE ws-noStudyCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "Runs not attached to a study (not adjusted): "
          FUNCTION trim(ws-formattedCount)
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-runOverflowCount > 0
      MOVE ws-runOverflowCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "Warning: " FUNCTION trim(ws-formattedCount)
          " further study run(s) beyond the first 2000 were not examined"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

*> if the run at ws-runIdx has not been claimed by an earlier study, it
*> opens a new one: every run of the same study is gathered into the
*> family, which is sorted by p, adjusted and listed
  adjustNextStudy.
    IF 1 = ws-run-claimed(ws-runIdx)
      EXIT PARAGRAPH
    END-IF.

    ADD 1 TO ws-studyCount.
    MOVE ws-run-studyId(ws-runIdx) TO ws-studyKey.
    MOVE 0 TO ws-familyCount.

    PERFORM gatherStudyRun
      VARYING ws-runIdx2 FROM 1 BY 1 UNTIL ws-runIdx2 > ws-runCount.

    SORT ws-familyEntry ASCENDING ws-fam-p ws-fam-runIdx.

    PERFORM adjustHolm.
    PERFORM adjustBenjaminiHochberg.
    PERFORM displayStudy.

  gatherStudyRun.
    IF 1 = ws-run-claimed(ws-runIdx2)
        OR ws-run-studyId(ws-runIdx2) NOT = ws-studyKey
      EXIT PARAGRAPH
    END-IF.

    MOVE 1 TO ws-run-claimed(ws-runIdx2).
    ADD 1 TO ws-familyCount.
    MOVE ws-run-p(ws-runIdx2) TO ws-fam-p(ws-familyCount).
    MOVE ws-runIdx2 TO ws-fam-runIdx(ws-familyCount).
    MOVE 0 TO ws-fam-holm(ws-familyCount).
    MOVE 0 TO ws-fam-bh(ws-familyCount).

*> Holm-Bonferroni, step-down: the i-th smallest of m p-values is
*> multiplied by m-i+1, capped at 1, and held at no less than the
*> adjusted value before it
  adjustHolm.
    MOVE 0 TO ws-runningMax.
    PERFORM adjustHolmEntry
      VARYING ws-famIdx FROM 1 BY 1 UNTIL ws-famIdx > ws-familyCount.

  adjustHolmEntry.
    COMPUTE ws-adjusted ROUNDED MODE IS NEAREST-EVEN =
        ws-fam-p(ws-famIdx) * (ws-familyCount - ws-famIdx + 1).
    IF ws-adjusted > 1
      MOVE 1 TO ws-adjusted
    END-IF.
    IF ws-adjusted > ws-runningMax
      MOVE ws-adjusted TO ws-runningMax
    END-IF.
    MOVE ws-runningMax TO ws-fam-holm(ws-famIdx).

*> Benjamini-Hochberg, step-up: working down from the largest p-value,
*> the i-th smallest of m is multiplied by m/i, capped at 1, and held at
*> no more than the adjusted value after it
  adjustBenjaminiHochberg.
    MOVE 1 TO ws-runningMin.
    PERFORM adjustBenjaminiHochbergEntry
      VARYING ws-famIdx FROM ws-familyCount BY -1 UNTIL ws-famIdx < 1.

  adjustBenjaminiHochbergEntry.
    COMPUTE ws-adjusted ROUNDED MODE IS NEAREST-EVEN =
        (ws-fam-p(ws-famIdx) * ws-familyCount) / ws-famIdx.
    IF ws-adjusted > 1
      MOVE 1 TO ws-adjusted
    END-IF.
    IF ws-adjusted < ws-runningMin
      MOVE ws-adjusted TO ws-runningMin
    END-IF.
    MOVE ws-runningMin TO ws-fam-bh(ws-famIdx).

*> prints the study: its runs from the smallest p up, each with its raw
*> and adjusted p-values and what became of its verdict, then the count
*> of verdicts surviving each adjustment
  displayStudy.
    MOVE 0 TO ws-studyReportedSig.
    MOVE 0 TO ws-studyHolmSig.
    MOVE 0 TO ws-studyBhSig.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE ws-familyCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "Study " FUNCTION trim(ws-studyKey) " ("
        FUNCTION trim(ws-formattedCount) " run(s))"
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.
    MOVE "  rank  p         Holm p    BH p      alpha  as run       Holm       BH         run" TO ws-outputLine.
    PERFORM emitLine.

    PERFORM displayStudyRun
      VARYING ws-famIdx FROM 1 BY 1 UNTIL ws-famIdx > ws-familyCount.

    MOVE SPACES TO ws-outputLine.
    MOVE 1 TO ws-outputPointer.
    MOVE ws-studyReportedSig TO ws-formattedCount.
    STRING "  significant as run: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer.
    MOVE ws-studyHolmSig TO ws-formattedCount.
    STRING "   surviving Holm: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer.
    MOVE ws-studyBhSig TO ws-formattedCount.
    STRING "   surviving BH: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer.
    PERFORM emitLine.

    ADD ws-studyReportedSig TO ws-totalReportedSig.
    ADD ws-studyHolmSig TO ws-totalHolmSig.
    ADD ws-studyBhSig TO ws-totalBhSig.

*> one run of the study. a verdict reported significant survives an
*> adjustment when the adjusted p-value is still below the run's own
*> alpha, and is LOST otherwise; a verdict that was not significant to
*> begin with has nothing to lose
  displayStudyRun.
    MOVE ws-fam-runIdx(ws-famIdx) TO ws-runIdx2.

    MOVE SPACES TO ws-outputLine.
    MOVE ws-famIdx TO ws-formattedRank.
    MOVE ws-formattedRank TO ws-outputLine(3:4).
    MOVE ws-fam-p(ws-famIdx) TO ws-formattedP.
    MOVE ws-formattedP TO ws-outputLine(9:8).
    MOVE ws-fam-holm(ws-famIdx) TO ws-formattedP.
    MOVE ws-formattedP TO ws-outputLine(19:8).
    MOVE ws-fam-bh(ws-famIdx) TO ws-formattedP.
    MOVE ws-formattedP TO ws-outputLine(29:8).
    MOVE ws-run-alpha(ws-runIdx2) TO ws-formattedAlpha.
    MOVE ws-formattedAlpha TO ws-outputLine(39:3).

    IF 1 = ws-run-reportedSig(ws-runIdx2)
      ADD 1 TO ws-studyReportedSig
      MOVE "significant" TO ws-outputLine(46:11)

      IF ws-fam-holm(ws-famIdx) < ws-run-alpha(ws-runIdx2)
        ADD 1 TO ws-studyHolmSig
        MOVE "survives" TO ws-outcomeText
      ELSE
        MOVE "LOST" TO ws-outcomeText
      END-IF
      MOVE ws-outcomeText TO ws-outputLine(59:10)

      IF ws-fam-bh(ws-famIdx) < ws-run-alpha(ws-runIdx2)
        ADD 1 TO ws-studyBhSig
        MOVE "survives" TO ws-outcomeText
      ELSE
        MOVE "LOST" TO ws-outcomeText
      END-IF
      MOVE ws-outcomeText TO ws-outputLine(70:10)
    ELSE
      MOVE "n.s." TO ws-outputLine(46:11)
      MOVE "-" TO ws-outputLine(59:10)
      MOVE "-" TO ws-outputLine(70:10)
    END-IF.

    MOVE 81 TO ws-outputPointer.
    STRING ws-run-timestamp(ws-runIdx2) " "
        FUNCTION trim(ws-run-testType(ws-runIdx2)) " "
        FUNCTION trim(ws-run-dataFile(ws-runIdx2))
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer.
    PERFORM emitLine.

*> the whole extract's picture: how many verdicts reported significant,
*> and how many of them survive each adjustment within their own study
  displaySummary.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-studyCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "Studies: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE SPACES TO ws-outputLine.
    MOVE 1 TO ws-outputPointer.
    MOVE ws-totalReportedSig TO ws-formattedCount.
    STRING "Significant as run: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer.
    MOVE ws-totalHolmSig TO ws-formattedCount.
    STRING "   surviving Holm: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer.
    MOVE ws-totalBhSig TO ws-formattedCount.
    STRING "   surviving BH: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-outputPointer.
    PERFORM emitLine.
