IDENTIFICATION DIVISION.
PROGRAM-ID. t-test-enrol.
*> compile with:
*>   cobc -free -x t-test-enrol.cbl
*>
*> enrollment-versus-power tracking over the results extract
*> (t-test-results.csv): a power planning run records the sample size a
*> study needs (stat N) when the study is planned, but nothing compared
*> that target with the sample sizes the study's analyses actually
*> reached - a study that ran badly underpowered was found out only at
*> the end, when its "not significant" verdicts had never been
*> informative. this program reports, per study_id:
*>
*>   - the study's most recent power plan: its required N and its design
*>     (paired: N pairs; unpaired: N subjects per group), from the plan
*>     row's verdict. plans recorded before the design was written into
*>     the verdict show it as not recorded and are read per group, the
*>     power run's default
*>   - every paired/unpaired analysis run recorded after that plan, with
*>     its n_a/n_b and the percentage of the target reached (the smaller
*>     group for an unpaired run), flagging each one below target and any
*>     run whose design differs from the plan's
*>
*> and closes with the studies that need their owner's attention: those
*> with analyses below target, and open studies (from the registry,
*> t-test-studies.csv) with no power plan on record at all - so the
*> owner can act while the study is still open.
*>
*> a stratified run's per-stratum rows (data_file recorded as
*> path[label]) are subsets of the run's own overall row and are left
*> out; runs not attached to a study cannot be tied to a plan and are
*> left out too
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT f-extractFile ASSIGN TO DYNAMIC ws-extractFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-extractFileStatus.

    SELECT f-registryFile ASSIGN TO DYNAMIC ws-registryFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-registryFileStatus.

    SELECT f-reportFile ASSIGN TO DYNAMIC ws-reportFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-reportFileStatus.

DATA DIVISION.
FILE SECTION.
  FD f-extractFile.
     01 f-ex-record PIC X(512).

  FD f-registryFile.
     01 f-rg-record PIC X(256).

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

*> the study registry, for each study's owner and status
  01 ws-registryFilePath PIC X(40) VALUE "t-test-studies.csv".
  01 ws-registryFileStatus PIC XX VALUE SPACES.
     88 ws-rgs-isOk VALUE "00".
  01 ws-registryState PIC 9 VALUE 0.
     88 ws-rgst-isRead VALUE 1.
  01 ws-studyMaxEntries PIC 9(4) VALUE 200 USAGE IS COMPUTATIONAL-5.
  01 ws-registryCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-registryTable.
     05 ws-registryRow OCCURS 200 TIMES.
        10 ws-reg-id PIC X(16).
        10 ws-reg-owner PIC X(32).
        10 ws-reg-status PIC X(8).
        10 ws-reg-hasPlan PIC 9.
  01 ws-registryIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-registryLineId PIC X(16) VALUE SPACES.
  01 ws-registryLineName PIC X(40) VALUE SPACES.
  01 ws-registryLineOwner PIC X(32) VALUE SPACES.
  01 ws-registryLinePlanned PIC X(20) VALUE SPACES.
  01 ws-registryLineStatus PIC X(8) VALUE SPACES.

*> the extract rows the report works from, in extract order: power plans
*> and paired/unpaired analysis runs attached to a study. a plan holds
*> its required N, its design (P paired, U unpaired, space when the plan
*> predates recording it) and its verdict text; a run its sample sizes
  01 ws-rowMaxEntries PIC 9(4) VALUE 2000 USAGE IS COMPUTATIONAL-5.
  01 ws-rowCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-rowOverflowCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rowEntries.
     05 ws-rowEntry OCCURS 2000 TIMES.
        10 ws-row-kind PIC X.
           88 ws-row-isPlan VALUE "P".
           88 ws-row-isRun VALUE "R".
        10 ws-row-study PIC X(16).
        10 ws-row-timestamp PIC X(19).
        10 ws-row-testType PIC X(20).
        10 ws-row-dataFile PIC X(80).
        10 ws-row-nA PIC 9(7) USAGE IS COMPUTATIONAL-5.
        10 ws-row-nB PIC 9(7) USAGE IS COMPUTATIONAL-5.
        10 ws-row-design PIC X.
        10 ws-row-requiredN PIC 9(7) USAGE IS COMPUTATIONAL-5.
        10 ws-row-planText PIC X(64).
  01 ws-rowIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the studies found in the extract, in order of first appearance, with
*> what the report found for each: the row of its latest plan (zero for
*> none), and its runs since that plan, how many fell below target and
*> the lowest percentage reached
  01 ws-studyCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-studyTable.
     05 ws-studyRow OCCURS 200 TIMES.
        10 ws-study-id PIC X(16).
        10 ws-study-planRow PIC 9(4) USAGE IS COMPUTATIONAL-5.
        10 ws-study-runCount PIC 9(4) USAGE IS COMPUTATIONAL-5.
        10 ws-study-belowCount PIC 9(4) USAGE IS COMPUTATIONAL-5.
        10 ws-study-earlierCount PIC 9(4) USAGE IS COMPUTATIONAL-5.
        10 ws-study-lowestPct PIC 9(5)V9 USAGE IS COMPUTATIONAL-5.
  01 ws-studyOverflowCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-studyIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-matchIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> one raw line of the extract or registry and the comma-separated
*> fields an extract row splits into
  01 ws-inputLine PIC X(512) VALUE SPACES.
  01 ws-extractFields.
     05 ws-exf-field OCCURS 24 TIMES PIC X(256).

*> scratch for sorting rows into plans and analysis runs
  01 ws-testTypeScratch PIC X(20) VALUE SPACES.
     88 ws-tts-isPaired VALUE "paired" "related" "repeated" "repeated-measures".
     88 ws-tts-isUnpaired VALUE "unpaired" "unrelated".
     88 ws-tts-isPower VALUE "power".
  01 ws-bracketCount PIC 9999 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-designTally PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> one run compared against its plan
  01 ws-achievedN PIC 9(7) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-achievedPct PIC 9(5)V9 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-runDesign PIC X VALUE SPACE.

*> the report's closing tallies
  01 ws-belowStudyCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-noPlanOpenCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

  01 ws-formattedCount PIC Z(6)9 VALUE ZEROS.
  01 ws-formattedCount2 PIC Z(6)9 VALUE ZEROS.
  01 ws-formattedTarget PIC Z(6)9 VALUE ZEROS.
  01 ws-formattedPct PIC Z(4)9.9 VALUE ZEROS.
  01 ws-ownerText PIC X(64) VALUE SPACES.

*> a line of output, built up by the report paragraphs, then sent to the
*> console and/or the report file by emitLine
  01 ws-outputLine PIC X(256) VALUE SPACES.


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

  PERFORM loadRegistry.
  PERFORM loadExtract.
  PERFORM displayHeading.

  PERFORM reportStudy
    VARYING ws-studyIdx FROM 1 BY 1 UNTIL ws-studyIdx > ws-studyCount.

  IF 0 = ws-studyCount
    MOVE SPACES TO ws-outputLine
    PERFORM emitLine
    MOVE "(no power plans or paired/unpaired runs attached to a study in the extract)"
      TO ws-outputLine
    PERFORM emitLine
  END-IF.

  PERFORM reportFlags.

  IF ws-belowStudyCount > 0 OR ws-noPlanOpenCount > 0
    MOVE 4 TO RETURN-CODE
  END-IF.

  exitProgram.
    IF ws-rfs-isOpen
      CLOSE f-reportFile
    END-IF.
    STOP RUN.

  showUsage.
    DISPLAY "t-test-enrol [extract-file] [report-file]".
    DISPLAY " ".
    DISPLAY "  extract-file Optional. The results extract to read. Defaults to".
    DISPLAY "               t-test-results.csv, the extract the t-test program writes.".
    DISPLAY " ".
    DISPLAY "  report-file  Optional. A file to receive a copy of the report output.".
    DISPLAY " ".
    DISPLAY "  Per study, compares the required N of the study's most recent power".
    DISPLAY "  plan with the n_a/n_b of each paired/unpaired run since, showing the".
    DISPLAY "  percentage of target reached, and flags studies with runs below".
    DISPLAY "  target and open studies (t-test-studies.csv) with no plan on record.".

*> sends the current content of ws-outputLine to the console and, when a
*> report file was named on the command line, appends it to the report file
*> too
  emitLine.
    DISPLAY FUNCTION trim(ws-outputLine TRAILING).

    IF ws-rfs-isOpen
      MOVE ws-outputLine TO f-rf-record
      WRITE f-rf-record
    END-IF.

*> reads the registry's studies with their owners and statuses. without
*> one the report still compares plans and runs, but cannot say which
*> studies are open, so the no-plan flag is left out and says why
  loadRegistry.
    MOVE 0 TO ws-registryCount.
    OPEN INPUT f-registryFile.

    IF NOT ws-rgs-isOk
      EXIT PARAGRAPH
    END-IF.

    MOVE 1 TO ws-registryState.
    PERFORM readRegistryLine UNTIL NOT ws-rgs-isOk.

    CLOSE f-registryFile.

  readRegistryLine.
    READ f-registryFile INTO ws-inputLine
      AT END
        MOVE "10" TO ws-registryFileStatus
      NOT AT END
        IF ws-inputLine NOT = SPACES AND ws-registryCount < ws-studyMaxEntries
          MOVE SPACES TO ws-registryLineId ws-registryLineOwner ws-registryLineStatus
          UNSTRING ws-inputLine DELIMITED BY ','
            INTO ws-registryLineId, ws-registryLineName, ws-registryLineOwner,
                ws-registryLinePlanned, ws-registryLineStatus
          ADD 1 TO ws-registryCount
          MOVE ws-registryLineId TO ws-reg-id(ws-registryCount)
          MOVE ws-registryLineOwner TO ws-reg-owner(ws-registryCount)
          MOVE ws-registryLineStatus TO ws-reg-status(ws-registryCount)
          MOVE 0 TO ws-reg-hasPlan(ws-registryCount)
        END-IF
    END-READ.

*> reads the whole extract, keeping the power plans and the analysis
*> runs attached to a study. an extract that cannot be opened stops the
*> run rather than reporting every study as unplanned
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

*> splits one extract row and retains it when it is a study's power plan
*> (test_type power with stat N - the after-the-fact form records P) or
*> a study's paired/unpaired run with numeric sample sizes. the header
*> row, blank lines, stratum rows and everything else fall out
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
      EXIT PARAGRAPH
    END-IF.

    MOVE ws-exf-field(3) TO ws-testTypeScratch.
    EVALUATE TRUE
      WHEN ws-tts-isPower
        IF FUNCTION trim(ws-exf-field(9)) NOT = "N"
            OR ws-exf-field(10) = SPACES
            OR FUNCTION TEST-NUMVAL(FUNCTION trim(ws-exf-field(10))) NOT = 0
          EXIT PARAGRAPH
        END-IF
      WHEN ws-tts-isPaired OR ws-tts-isUnpaired
        MOVE 0 TO ws-bracketCount
        INSPECT ws-exf-field(4) TALLYING ws-bracketCount
          FOR CHARACTERS BEFORE INITIAL "["
        IF ws-bracketCount < 256
            OR ws-exf-field(5) = SPACES
            OR FUNCTION TEST-NUMVAL(FUNCTION trim(ws-exf-field(5))) NOT = 0
            OR ws-exf-field(7) = SPACES
            OR FUNCTION TEST-NUMVAL(FUNCTION trim(ws-exf-field(7))) NOT = 0
          EXIT PARAGRAPH
        END-IF
      WHEN OTHER
        EXIT PARAGRAPH
    END-EVALUATE.

    IF ws-rowCount = ws-rowMaxEntries
      ADD 1 TO ws-rowOverflowCount
      EXIT PARAGRAPH
    END-IF.

    ADD 1 TO ws-rowCount.
    MOVE ws-exf-field(19) TO ws-row-study(ws-rowCount).
    MOVE ws-exf-field(1) TO ws-row-timestamp(ws-rowCount).
    MOVE ws-exf-field(3) TO ws-row-testType(ws-rowCount).
    MOVE ws-exf-field(4) TO ws-row-dataFile(ws-rowCount).
    MOVE 0 TO ws-row-nA(ws-rowCount) ws-row-nB(ws-rowCount)
        ws-row-requiredN(ws-rowCount).
    MOVE SPACE TO ws-row-design(ws-rowCount).
    MOVE SPACES TO ws-row-planText(ws-rowCount).

    IF ws-tts-isPower
      MOVE "P" TO ws-row-kind(ws-rowCount)
      COMPUTE ws-row-requiredN(ws-rowCount) =
          FUNCTION NUMVAL(FUNCTION trim(ws-exf-field(10)))
      MOVE ws-exf-field(15) TO ws-row-planText(ws-rowCount)
      MOVE 0 TO ws-designTally
      INSPECT ws-exf-field(15) TALLYING ws-designTally FOR ALL "unpaired"
      IF ws-designTally > 0
        MOVE "U" TO ws-row-design(ws-rowCount)
      ELSE
        INSPECT ws-exf-field(15) TALLYING ws-designTally FOR ALL "paired"
        IF ws-designTally > 0
          MOVE "P" TO ws-row-design(ws-rowCount)
        END-IF
      END-IF
    ELSE
      MOVE "R" TO ws-row-kind(ws-rowCount)
      COMPUTE ws-row-nA(ws-rowCount) =
          FUNCTION NUMVAL(FUNCTION trim(ws-exf-field(5)))
      COMPUTE ws-row-nB(ws-rowCount) =
          FUNCTION NUMVAL(FUNCTION trim(ws-exf-field(7)))
    END-IF.

    PERFORM noteRowStudy.

*> finds (or adds) the row's study in the study table and, for a plan,
*> records it as the study's latest so far - the extract is in run
*> order, so the last plan read is the most recent - and marks the
*> registry's study as planned
  noteRowStudy.
    MOVE 0 TO ws-matchIdx.
    PERFORM VARYING ws-studyIdx FROM 1 BY 1
        UNTIL ws-studyIdx > ws-studyCount OR ws-matchIdx > 0
      IF ws-study-id(ws-studyIdx) = ws-row-study(ws-rowCount)
        MOVE ws-studyIdx TO ws-matchIdx
      END-IF
    END-PERFORM.

    IF 0 = ws-matchIdx
      IF ws-studyCount = ws-studyMaxEntries
        ADD 1 TO ws-studyOverflowCount
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO ws-studyCount
      MOVE ws-studyCount TO ws-matchIdx
      MOVE ws-row-study(ws-rowCount) TO ws-study-id(ws-matchIdx)
      MOVE 0 TO ws-study-planRow(ws-matchIdx) ws-study-runCount(ws-matchIdx)
          ws-study-belowCount(ws-matchIdx) ws-study-earlierCount(ws-matchIdx)
      MOVE 99999.9 TO ws-study-lowestPct(ws-matchIdx)
    END-IF.

    IF ws-row-isPlan(ws-rowCount)
      MOVE ws-rowCount TO ws-study-planRow(ws-matchIdx)
      PERFORM VARYING ws-registryIdx FROM 1 BY 1
          UNTIL ws-registryIdx > ws-registryCount
        IF ws-reg-id(ws-registryIdx) = ws-row-study(ws-rowCount)
          MOVE 1 TO ws-reg-hasPlan(ws-registryIdx)
        END-IF
      END-PERFORM
    END-IF.

  displayHeading.
    MOVE "Enrollment versus power plan" TO ws-outputLine.
    PERFORM emitLine.

    MOVE SPACES TO ws-outputLine.
    STRING "Extract: " FUNCTION trim(ws-extractFilePath)
        "  Registry: " FUNCTION trim(ws-registryFilePath)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    IF ws-rowOverflowCount > 0
      MOVE ws-rowOverflowCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "Warning: " FUNCTION trim(ws-formattedCount)
          " plan/run rows beyond the first 2000 were not read"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-studyOverflowCount > 0
      MOVE ws-studyOverflowCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "Warning: " FUNCTION trim(ws-formattedCount)
          " rows for studies beyond the first 200 were not reported"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

*> looks the study in ws-study-id(ws-studyIdx) up in the registry for the
*> "(owner x, status)" text the report shows beside it
  buildOwnerText.
    MOVE "(not in the registry)" TO ws-ownerText.
    PERFORM VARYING ws-registryIdx FROM 1 BY 1
        UNTIL ws-registryIdx > ws-registryCount
      IF ws-reg-id(ws-registryIdx) = ws-study-id(ws-studyIdx)
        MOVE SPACES TO ws-ownerText
        STRING "(owner " FUNCTION trim(ws-reg-owner(ws-registryIdx))
            ", " FUNCTION trim(ws-reg-status(ws-registryIdx)) ")"
          DELIMITED BY SIZE INTO ws-ownerText
      END-IF
    END-PERFORM.

*> one study's section: its latest plan, then each analysis run recorded
*> after it compared with the plan's target
  reportStudy.
    PERFORM buildOwnerText.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE SPACES TO ws-outputLine.
    STRING "Study " FUNCTION trim(ws-study-id(ws-studyIdx)) " "
        FUNCTION trim(ws-ownerText)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    IF 0 = ws-study-planRow(ws-studyIdx)
      PERFORM countStudyRuns
        VARYING ws-rowIdx FROM 1 BY 1 UNTIL ws-rowIdx > ws-rowCount
      MOVE ws-study-earlierCount(ws-studyIdx) TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "  No power plan on record - "
          FUNCTION trim(ws-formattedCount) " analysis runs cannot be compared"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
      EXIT PARAGRAPH
    END-IF.

    MOVE ws-study-planRow(ws-studyIdx) TO ws-rowIdx.
    MOVE ws-row-requiredN(ws-rowIdx) TO ws-formattedTarget.
    MOVE SPACES TO ws-outputLine.
    EVALUATE ws-row-design(ws-rowIdx)
      WHEN "P"
        STRING "  Plan " ws-row-timestamp(ws-rowIdx)
            ": paired design, required N " FUNCTION trim(ws-formattedTarget)
            " pairs"
          DELIMITED BY SIZE INTO ws-outputLine
      WHEN "U"
        STRING "  Plan " ws-row-timestamp(ws-rowIdx)
            ": unpaired design, required N " FUNCTION trim(ws-formattedTarget)
            " per group"
          DELIMITED BY SIZE INTO ws-outputLine
      WHEN OTHER
        STRING "  Plan " ws-row-timestamp(ws-rowIdx)
            ": design not recorded, required N " FUNCTION trim(ws-formattedTarget)
            " (read per group)"
          DELIMITED BY SIZE INTO ws-outputLine
    END-EVALUATE.
    PERFORM emitLine.

    MOVE SPACES TO ws-outputLine.
    STRING "    " FUNCTION trim(ws-row-planText(ws-rowIdx))
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE "  Analysis runs since the plan:" TO ws-outputLine.
    PERFORM emitLine.

    PERFORM compareStudyRun
      VARYING ws-rowIdx FROM 1 BY 1 UNTIL ws-rowIdx > ws-rowCount.

    IF 0 = ws-study-runCount(ws-studyIdx)
      MOVE "    (none yet)" TO ws-outputLine
      PERFORM emitLine
    END-IF.

    IF ws-study-earlierCount(ws-studyIdx) > 0
      MOVE ws-study-earlierCount(ws-studyIdx) TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "  (" FUNCTION trim(ws-formattedCount)
          " earlier runs predate this plan and are not compared)"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

  countStudyRuns.
    IF ws-row-isRun(ws-rowIdx)
        AND ws-row-study(ws-rowIdx) = ws-study-id(ws-studyIdx)
      ADD 1 TO ws-study-earlierCount(ws-studyIdx)
    END-IF.

*> compares one of the study's runs with the plan's target, when it was
*> recorded after the plan: achieved is the smaller group (for a paired
*> run both counts are the pairs), as a percentage of the required N
  compareStudyRun.
    IF NOT ws-row-isRun(ws-rowIdx)
        OR ws-row-study(ws-rowIdx) NOT = ws-study-id(ws-studyIdx)
      EXIT PARAGRAPH
    END-IF.

    IF ws-rowIdx < ws-study-planRow(ws-studyIdx)
      ADD 1 TO ws-study-earlierCount(ws-studyIdx)
      EXIT PARAGRAPH
    END-IF.

    ADD 1 TO ws-study-runCount(ws-studyIdx).
    MOVE ws-row-nA(ws-rowIdx) TO ws-achievedN.
    IF ws-row-nB(ws-rowIdx) < ws-achievedN
      MOVE ws-row-nB(ws-rowIdx) TO ws-achievedN
    END-IF.

    MOVE ws-row-requiredN(ws-study-planRow(ws-studyIdx)) TO ws-formattedTarget.
    IF ws-row-requiredN(ws-study-planRow(ws-studyIdx)) > 0
      COMPUTE ws-achievedPct =
          ws-achievedN * 100 / ws-row-requiredN(ws-study-planRow(ws-studyIdx))
    ELSE
      MOVE 100 TO ws-achievedPct
    END-IF.
    IF ws-achievedPct < ws-study-lowestPct(ws-studyIdx)
      MOVE ws-achievedPct TO ws-study-lowestPct(ws-studyIdx)
    END-IF.

    MOVE ws-row-nA(ws-rowIdx) TO ws-formattedCount.
    MOVE ws-row-nB(ws-rowIdx) TO ws-formattedCount2.
    MOVE ws-achievedPct TO ws-formattedPct.
    MOVE SPACES TO ws-outputLine.
    STRING "    " ws-row-timestamp(ws-rowIdx) " " ws-row-testType(ws-rowIdx)
        FUNCTION trim(ws-row-dataFile(ws-rowIdx))
        "  n_a " FUNCTION trim(ws-formattedCount)
        ", n_b " FUNCTION trim(ws-formattedCount2)
        "  " FUNCTION trim(ws-formattedPct) "% of "
        FUNCTION trim(ws-formattedTarget)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    IF ws-achievedN < ws-row-requiredN(ws-study-planRow(ws-studyIdx))
      ADD 1 TO ws-study-belowCount(ws-studyIdx)
      MOVE "      BELOW TARGET - a non-significant verdict here is not informative"
        TO ws-outputLine
      PERFORM emitLine
    END-IF.

    MOVE ws-row-testType(ws-rowIdx) TO ws-testTypeScratch.
    IF ws-tts-isPaired
      MOVE "P" TO ws-runDesign
    ELSE
      MOVE "U" TO ws-runDesign
    END-IF.
    IF ws-row-design(ws-study-planRow(ws-studyIdx)) NOT = SPACE
        AND ws-row-design(ws-study-planRow(ws-studyIdx)) NOT = ws-runDesign
      MOVE "      design differs from the plan's - the target may not apply"
        TO ws-outputLine
      PERFORM emitLine
    END-IF.

*> the studies needing their owner's attention
  reportFlags.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Studies with analyses below target" TO ws-outputLine.
    PERFORM emitLine.

    MOVE 0 TO ws-belowStudyCount.
    PERFORM flagBelowTargetStudy
      VARYING ws-studyIdx FROM 1 BY 1 UNTIL ws-studyIdx > ws-studyCount.
    IF 0 = ws-belowStudyCount
      MOVE "  (none)" TO ws-outputLine
      PERFORM emitLine
    END-IF.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Open studies with no power plan on record" TO ws-outputLine.
    PERFORM emitLine.

    IF NOT ws-rgst-isRead
      MOVE SPACES TO ws-outputLine
      STRING "  (study registry '" FUNCTION trim(ws-registryFilePath)
          "' could not be read, status " ws-registryFileStatus ")"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO ws-noPlanOpenCount.
    PERFORM flagUnplannedStudy
      VARYING ws-registryIdx FROM 1 BY 1 UNTIL ws-registryIdx > ws-registryCount.
    IF 0 = ws-noPlanOpenCount
      MOVE "  (none)" TO ws-outputLine
      PERFORM emitLine
    END-IF.

  flagBelowTargetStudy.
    IF ws-study-belowCount(ws-studyIdx) > 0
      ADD 1 TO ws-belowStudyCount
      PERFORM buildOwnerText
      MOVE ws-study-belowCount(ws-studyIdx) TO ws-formattedCount
      MOVE ws-study-runCount(ws-studyIdx) TO ws-formattedCount2
      MOVE ws-study-lowestPct(ws-studyIdx) TO ws-formattedPct
      MOVE SPACES TO ws-outputLine
      STRING "  " FUNCTION trim(ws-study-id(ws-studyIdx)) " "
          FUNCTION trim(ws-ownerText) " - " FUNCTION trim(ws-formattedCount)
          " of " FUNCTION trim(ws-formattedCount2)
          " runs below target, lowest " FUNCTION trim(ws-formattedPct) "%"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

  flagUnplannedStudy.
    IF FUNCTION trim(ws-reg-status(ws-registryIdx)) = "open"
        AND 0 = ws-reg-hasPlan(ws-registryIdx)
      ADD 1 TO ws-noPlanOpenCount
      MOVE SPACES TO ws-outputLine
      STRING "  " FUNCTION trim(ws-reg-id(ws-registryIdx))
          " (owner " FUNCTION trim(ws-reg-owner(ws-registryIdx)) ")"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.
