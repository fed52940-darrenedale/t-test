IDENTIFICATION DIVISION.
PROGRAM-ID. t-test-schedule.
*> compile with:
*>   cobc -free -x t-test-schedule.cbl
*>
*> maintenance program for the delivery schedule (t-test-schedule.csv),
*> the master list of the data files the field teams deliver and when
*> each is due. the t-test-daily program reads it every morning,
*> together with the open studies in the study registry, to write that
*> day's batch control files for the t-test program's batch run and to
*> report the deliveries that have not arrived - instead of someone
*> hand-editing the control file from memory.
*>
*> the schedule is one delivery per line, strict CSV like the registry:
*>   study_id,data_file,test_type,options,frequency
*> options are the t-test options the delivery is run with, separated by
*> spaces (the study's own --study option is added by t-test-daily, and
*> may not be given here). frequency is one of:
*>   daily              every day
*>   weekly:<day>       every week on the named day (mon, tue, ... sun)
*>   monthly            on the first day of every month
*>   day-of-month:<n>   on day n of every month (1-31; in a shorter
*>                      month, on its last day)
*> a delivery is identified by its study and data file, so the same
*> file cannot be scheduled twice for one study
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT f-scheduleFile ASSIGN TO DYNAMIC ws-scheduleFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-scheduleFileStatus.

    SELECT f-registryFile ASSIGN TO DYNAMIC ws-registryFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-registryFileStatus.

DATA DIVISION.
FILE SECTION.
  FD f-scheduleFile.
     01 f-sc-record PIC X(512).

  FD f-registryFile.
     01 f-rg-record PIC X(256).

WORKING-STORAGE SECTION.
*> command line args: the command, the delivery's study, data file, test
*> type and frequency, then up to five t-test options (the t-test
*> program takes six after the data file, and t-test-daily adds the
*> study's --study option)
  01 ws-command PIC X(256) VALUE SPACES.
     88 ws-cmd-isAdd VALUE "add".
     88 ws-cmd-isRemove VALUE "remove".
     88 ws-cmd-isList VALUE "list".
  01 ws-cliArg1 PIC X(256) VALUE SPACES.
  01 ws-cliArg2 PIC X(256) VALUE SPACES.
  01 ws-cliArg3 PIC X(256) VALUE SPACES.
  01 ws-cliArg4 PIC X(256) VALUE SPACES.
  01 ws-cliArg5 PIC X(256) VALUE SPACES.
  01 ws-cliArg6 PIC X(256) VALUE SPACES.
  01 ws-cliArg7 PIC X(256) VALUE SPACES.
  01 ws-cliArg8 PIC X(256) VALUE SPACES.
  01 ws-cliArg9 PIC X(256) VALUE SPACES.
  01 ws-cliCurrentArg PIC X(256) VALUE SPACES.

*> the schedule to maintain, and the study registry deliveries are
*> checked against. both fixed, like every other shared file's path
  01 ws-scheduleFilePath PIC X(40) VALUE "t-test-schedule.csv".
  01 ws-scheduleFileStatus PIC XX VALUE SPACES.
     88 ws-scs-isOk VALUE "00".
  01 ws-registryFilePath PIC X(40) VALUE "t-test-studies.csv".
  01 ws-registryFileStatus PIC XX VALUE SPACES.
     88 ws-rgs-isOk VALUE "00".

*> the schedule held in memory: one row per delivery, loaded in full
*> before any command runs, so "add" can refuse a duplicate and "remove"
*> can rewrite the file without the one delivery
  01 ws-deliveryMaxEntries PIC 9(4) VALUE 500 USAGE IS COMPUTATIONAL-5.
  01 ws-deliveryCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-deliveryTable.
     05 ws-deliveryRow OCCURS 500 TIMES.
        10 ws-delivery-studyId PIC X(16).
        10 ws-delivery-dataFile PIC X(256).
        10 ws-delivery-testType PIC X(20).
        10 ws-delivery-options PIC X(160).
        10 ws-delivery-frequency PIC X(20).
  01 ws-deliveryIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-matchIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the registry line matching the delivery's study, when there is one
  01 ws-registryLineId PIC X(16) VALUE SPACES.
  01 ws-registryLineName PIC X(40) VALUE SPACES.
  01 ws-registryLineOwner PIC X(32) VALUE SPACES.
  01 ws-registryLinePlanned PIC X(20) VALUE SPACES.
  01 ws-registryLineStatus PIC X(8) VALUE SPACES.
  01 ws-studyLookupState PIC 9 VALUE ZERO.
     88 ws-sls-notFound VALUE 0.
     88 ws-sls-foundOpen VALUE 1.
     88 ws-sls-foundClosed VALUE 2.

*> the test types a scheduled delivery may be run as: every t-test run
*> type that reads a data file ("batch" runs a control file, which is
*> what the schedule produces, not what it schedules)
  01 ws-testTypeScratch PIC X(20) VALUE SPACES.
     88 ws-tts-isValid VALUE "paired" "related" "repeated"
        "repeated-measures" "unpaired" "unrelated" "anova" "rm-anova"
        "wilcoxon" "signed-rank" "mann-whitney" "u-test" "describe"
        "correlation" "regression" "power" "chisq".

*> the frequency being validated, split at its colon into the kind and
*> its day
  01 ws-frequencyKind PIC X(20) VALUE SPACES.
     88 ws-fk-isDaily VALUE "daily".
     88 ws-fk-isWeekly VALUE "weekly".
     88 ws-fk-isMonthly VALUE "monthly".
     88 ws-fk-isDayOfMonth VALUE "day-of-month".
  01 ws-frequencyDay PIC X(20) VALUE SPACES.
     88 ws-fd-isWeekday VALUE "mon" "tue" "wed" "thu" "fri" "sat" "sun".
  01 ws-frequencyDayNumber PIC 99 VALUE ZERO.

*> the options string being assembled from the command line, and scratch
*> for checking its content
  01 ws-optionsText PIC X(160) VALUE SPACES.
  01 ws-optionsPointer PIC 9999 VALUE 1 USAGE IS COMPUTATIONAL-5.
  01 ws-scratchCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> one raw line of the schedule or registry and scratch for building a
*> line to write
  01 ws-scheduleInputLine PIC X(512) VALUE SPACES.
  01 ws-scheduleOutputLine PIC X(512) VALUE SPACES.


PROCEDURE DIVISION CHAINING ws-command ws-cliArg1 ws-cliArg2 ws-cliArg3
    ws-cliArg4 ws-cliArg5 ws-cliArg6 ws-cliArg7 ws-cliArg8 ws-cliArg9.
  IF NOT (ws-cmd-isAdd OR ws-cmd-isRemove OR ws-cmd-isList)
    DISPLAY "No command specified."
    PERFORM showUsage
    STOP RUN
  END-IF.

  PERFORM loadSchedule.

  EVALUATE TRUE
    WHEN ws-cmd-isAdd
      PERFORM addDelivery
    WHEN ws-cmd-isRemove
      PERFORM removeDelivery
    WHEN ws-cmd-isList
      PERFORM listDeliveries
  END-EVALUATE.

  STOP RUN.

  showUsage.
    DISPLAY "t-test-schedule <command> [arguments]".
    DISPLAY " ".
    DISPLAY "  add <study-id> <data-file> <test-type> <frequency> [option ...]".
    DISPLAY "               Schedule a delivery: the data file the study's field".
    DISPLAY "               team delivers, the t-test type it is run as, how often".
    DISPLAY "               it is due, and up to five t-test options to run it".
    DISPLAY "               with (e.g. --alpha=.01). The study must be registered".
    DISPLAY "               and open; its --study option is added automatically.".
    DISPLAY "               <frequency> is one of:".
    DISPLAY "                 daily             every day".
    DISPLAY "                 weekly:<day>      weekly on mon, tue, wed, thu, fri,".
    DISPLAY "                                   sat or sun".
    DISPLAY "                 monthly           on the first of every month".
    DISPLAY "                 day-of-month:<n>  on day n (1-31) of every month, or".
    DISPLAY "                                   the month's last day if shorter".
    DISPLAY " ".
    DISPLAY "  remove <study-id> <data-file>".
    DISPLAY "               Take a delivery off the schedule.".
    DISPLAY " ".
    DISPLAY "  list         List every scheduled delivery.".
    DISPLAY " ".
    DISPLAY "  The schedule lives in t-test-schedule.csv, one delivery per line:".
    DISPLAY "    study_id,data_file,test_type,options,frequency".
    DISPLAY "  The t-test-daily program turns it into each day's batch control".
    DISPLAY "  files and missed-delivery report.".

*> reads the whole schedule into ws-deliveryTable. a schedule that does
*> not exist yet is simply empty - "add" creates it with the first
*> delivery - but any other open failure stops the run, since rewriting
*> over a schedule that could not be read would lose every delivery in it
  loadSchedule.
    MOVE 0 TO ws-deliveryCount.
    OPEN INPUT f-scheduleFile.

    IF ws-scheduleFileStatus = "35"
      EXIT PARAGRAPH
    END-IF.

    IF NOT ws-scs-isOk
      DISPLAY "Cannot open delivery schedule '"
          FUNCTION trim(ws-scheduleFilePath) "', status " ws-scheduleFileStatus
      STOP RUN
    END-IF.

    PERFORM readScheduleLine UNTIL NOT ws-scs-isOk.

    CLOSE f-scheduleFile.

  readScheduleLine.
    READ f-scheduleFile INTO ws-scheduleInputLine
      AT END
        MOVE "10" TO ws-scheduleFileStatus
      NOT AT END
        PERFORM parseScheduleLine
    END-READ.

*> splits one schedule line into its five comma-separated fields and
*> appends it to the table. blank lines are ignored; a schedule grown
*> beyond the table is a hard stop rather than a silent truncation
  parseScheduleLine.
    IF ws-scheduleInputLine NOT = SPACES
      IF ws-deliveryCount = ws-deliveryMaxEntries
        DISPLAY "Delivery schedule holds more than 500 deliveries - remove those for closed studies before adding more"
        STOP RUN
      END-IF

      ADD 1 TO ws-deliveryCount
      UNSTRING ws-scheduleInputLine DELIMITED BY ','
        INTO ws-delivery-studyId(ws-deliveryCount),
            ws-delivery-dataFile(ws-deliveryCount),
            ws-delivery-testType(ws-deliveryCount),
            ws-delivery-options(ws-deliveryCount),
            ws-delivery-frequency(ws-deliveryCount)
    END-IF.

*> scans the table for the delivery of the study in ws-cliArg1 and data
*> file in ws-cliArg2, leaving the matching row number (or zero) in
*> ws-matchIdx
  findDelivery.
    MOVE 0 TO ws-matchIdx.
    PERFORM VARYING ws-deliveryIdx FROM 1 BY 1
        UNTIL ws-deliveryIdx > ws-deliveryCount OR ws-matchIdx > 0
      IF FUNCTION trim(ws-delivery-studyId(ws-deliveryIdx)) = FUNCTION trim(ws-cliArg1)
          AND FUNCTION trim(ws-delivery-dataFile(ws-deliveryIdx)) = FUNCTION trim(ws-cliArg2)
        MOVE ws-deliveryIdx TO ws-matchIdx
      END-IF
    END-PERFORM.

*> looks the study in ws-cliArg1 up in the registry, setting
*> ws-studyLookupState. a registry that cannot be read at all is treated
*> as not finding the study - the delivery cannot be checked, so it is
*> refused
  findRegisteredStudy.
    MOVE 0 TO ws-studyLookupState.
    OPEN INPUT f-registryFile.
    IF NOT ws-rgs-isOk
      EXIT PARAGRAPH
    END-IF.

    PERFORM readRegistryLine UNTIL NOT ws-rgs-isOk.
    CLOSE f-registryFile.

  readRegistryLine.
    READ f-registryFile INTO ws-scheduleInputLine
      AT END
        MOVE "10" TO ws-registryFileStatus
      NOT AT END
        MOVE SPACES TO ws-registryLineId
        MOVE SPACES TO ws-registryLineStatus
        UNSTRING ws-scheduleInputLine DELIMITED BY ','
          INTO ws-registryLineId, ws-registryLineName, ws-registryLineOwner,
              ws-registryLinePlanned, ws-registryLineStatus
        IF FUNCTION trim(ws-registryLineId) = FUNCTION trim(ws-cliArg1)
          IF FUNCTION trim(ws-registryLineStatus) = "open"
            MOVE 1 TO ws-studyLookupState
          ELSE
            MOVE 2 TO ws-studyLookupState
          END-IF
        END-IF
    END-READ.

*> schedules a new delivery: every field but the options is required,
*> the study must be registered and open, the test type and frequency
*> must be ones t-test-daily can act on, and nothing may carry a comma
*> (the schedule is CSV)
  addDelivery.
    IF ws-cliArg1 = SPACES OR ws-cliArg2 = SPACES OR ws-cliArg3 = SPACES
        OR ws-cliArg4 = SPACES
      DISPLAY "add requires <study-id> <data-file> <test-type> <frequency>"
      PERFORM showUsage
      STOP RUN
    END-IF.

    PERFORM findRegisteredStudy.
    EVALUATE TRUE
      WHEN ws-sls-notFound
        DISPLAY "Study '" FUNCTION trim(ws-cliArg1)
            "' is not registered - register it with t-test-study first"
        STOP RUN
      WHEN ws-sls-foundClosed
        DISPLAY "Study '" FUNCTION trim(ws-cliArg1)
            "' is closed - deliveries cannot be scheduled for a closed study"
        STOP RUN
    END-EVALUATE.

    MOVE ws-cliArg3 TO ws-testTypeScratch.
    IF NOT ws-tts-isValid
      DISPLAY "Invalid test type '" FUNCTION trim(ws-cliArg3)
          "' - expected a t-test run type that reads a data file"
      STOP RUN
    END-IF.

    PERFORM checkFrequency.
    PERFORM buildOptionsText.

    MOVE 0 TO ws-scratchCount.
    INSPECT ws-cliArg1 TALLYING ws-scratchCount FOR ALL ",".
    INSPECT ws-cliArg2 TALLYING ws-scratchCount FOR ALL ",".
    INSPECT ws-optionsText TALLYING ws-scratchCount FOR ALL ",".
    IF ws-scratchCount > 0
      DISPLAY "Delivery fields may not contain commas - the schedule is CSV"
      STOP RUN
    END-IF.

    PERFORM findDelivery.
    IF ws-matchIdx > 0
      DISPLAY "'" FUNCTION trim(ws-cliArg2) "' is already scheduled for study '"
          FUNCTION trim(ws-cliArg1) "' ("
          FUNCTION trim(ws-delivery-frequency(ws-matchIdx)) ")"
      STOP RUN
    END-IF.

    IF ws-deliveryCount = ws-deliveryMaxEntries
      DISPLAY "Delivery schedule is full - remove those for closed studies before adding more"
      STOP RUN
    END-IF.

    ADD 1 TO ws-deliveryCount.
    MOVE ws-cliArg1 TO ws-delivery-studyId(ws-deliveryCount).
    MOVE ws-cliArg2 TO ws-delivery-dataFile(ws-deliveryCount).
    MOVE ws-cliArg3 TO ws-delivery-testType(ws-deliveryCount).
    MOVE ws-optionsText TO ws-delivery-options(ws-deliveryCount).
    MOVE ws-cliArg4 TO ws-delivery-frequency(ws-deliveryCount).

    PERFORM rewriteSchedule.

    DISPLAY "Scheduled '" FUNCTION trim(ws-cliArg2) "' for study '"
        FUNCTION trim(ws-cliArg1) "' (" FUNCTION trim(ws-cliArg4) ")".

*> holds the frequency in ws-cliArg4 to the forms t-test-daily knows how
*> to place on the calendar
  checkFrequency.
    MOVE SPACES TO ws-frequencyKind.
    MOVE SPACES TO ws-frequencyDay.
    UNSTRING ws-cliArg4 DELIMITED BY ':'
      INTO ws-frequencyKind, ws-frequencyDay.

    EVALUATE TRUE
      WHEN (ws-fk-isDaily OR ws-fk-isMonthly) AND ws-frequencyDay = SPACES
        CONTINUE
      WHEN ws-fk-isWeekly AND ws-fd-isWeekday
        CONTINUE
      WHEN ws-fk-isDayOfMonth
          AND FUNCTION TEST-NUMVAL(FUNCTION trim(ws-frequencyDay)) = 0
          AND FUNCTION length(FUNCTION trim(ws-frequencyDay)) <= 2
        MOVE FUNCTION NUMVAL(FUNCTION trim(ws-frequencyDay))
          TO ws-frequencyDayNumber
        IF ws-frequencyDayNumber < 1 OR ws-frequencyDayNumber > 31
          DISPLAY "Invalid frequency '" FUNCTION trim(ws-cliArg4)
              "' - the day of the month must be 1 to 31"
          STOP RUN
        END-IF
      WHEN OTHER
        DISPLAY "Invalid frequency '" FUNCTION trim(ws-cliArg4)
            "' - expected daily, weekly:<day>, monthly or day-of-month:<n>"
        STOP RUN
    END-EVALUATE.

*> joins the option arguments (ws-cliArg5 onwards) into one
*> space-separated options field, refusing anything but --option
*> settings, and the study option t-test-daily supplies itself
  buildOptionsText.
    MOVE SPACES TO ws-optionsText.
    MOVE 1 TO ws-optionsPointer.
    MOVE ws-cliArg5 TO ws-cliCurrentArg.
    PERFORM appendOption.
    MOVE ws-cliArg6 TO ws-cliCurrentArg.
    PERFORM appendOption.
    MOVE ws-cliArg7 TO ws-cliCurrentArg.
    PERFORM appendOption.
    MOVE ws-cliArg8 TO ws-cliCurrentArg.
    PERFORM appendOption.
    MOVE ws-cliArg9 TO ws-cliCurrentArg.
    PERFORM appendOption.

  appendOption.
    IF ws-cliCurrentArg = SPACES
      EXIT PARAGRAPH
    END-IF.

    IF ws-cliCurrentArg(1:2) NOT = "--"
      DISPLAY "Invalid option '" FUNCTION trim(ws-cliCurrentArg)
          "' - options are t-test settings of the form --option=value"
      STOP RUN
    END-IF.

    IF ws-cliCurrentArg(1:8) = "--study="
      DISPLAY "The --study option is added from the delivery's study -"
          " do not give it as an option"
      STOP RUN
    END-IF.

    IF ws-optionsPointer > 1
      STRING " " DELIMITED BY SIZE
        INTO ws-optionsText WITH POINTER ws-optionsPointer
    END-IF.
    STRING FUNCTION trim(ws-cliCurrentArg) DELIMITED BY SIZE
      INTO ws-optionsText WITH POINTER ws-optionsPointer
      ON OVERFLOW
        DISPLAY "Options too long - at most 160 characters in all"
        STOP RUN
    END-STRING.

*> takes a delivery off the schedule and rewrites it
  removeDelivery.
    IF ws-cliArg1 = SPACES OR ws-cliArg2 = SPACES
      DISPLAY "remove requires <study-id> <data-file>"
      PERFORM showUsage
      STOP RUN
    END-IF.

    PERFORM findDelivery.
    IF 0 = ws-matchIdx
      DISPLAY "'" FUNCTION trim(ws-cliArg2) "' is not scheduled for study '"
          FUNCTION trim(ws-cliArg1) "'"
      STOP RUN
    END-IF.

    PERFORM removeDeliveryRow
      VARYING ws-deliveryIdx FROM ws-matchIdx BY 1
      UNTIL ws-deliveryIdx >= ws-deliveryCount.
    SUBTRACT 1 FROM ws-deliveryCount.

    PERFORM rewriteSchedule.

    DISPLAY "Removed '" FUNCTION trim(ws-cliArg2) "' from the schedule for study '"
        FUNCTION trim(ws-cliArg1) "'".

  removeDeliveryRow.
    MOVE ws-deliveryRow(ws-deliveryIdx + 1) TO ws-deliveryRow(ws-deliveryIdx).

*> writes the whole in-memory schedule back over its file, one
*> strict-CSV line per delivery
  rewriteSchedule.
    OPEN OUTPUT f-scheduleFile.

    IF NOT ws-scs-isOk
      DISPLAY "Cannot write delivery schedule '"
          FUNCTION trim(ws-scheduleFilePath) "', status " ws-scheduleFileStatus
      STOP RUN
    END-IF.

    PERFORM writeScheduleRow
      VARYING ws-deliveryIdx FROM 1 BY 1 UNTIL ws-deliveryIdx > ws-deliveryCount.

    CLOSE f-scheduleFile.

  writeScheduleRow.
    MOVE SPACES TO ws-scheduleOutputLine.
    STRING FUNCTION trim(ws-delivery-studyId(ws-deliveryIdx))
        "," FUNCTION trim(ws-delivery-dataFile(ws-deliveryIdx))
        "," FUNCTION trim(ws-delivery-testType(ws-deliveryIdx))
        "," FUNCTION trim(ws-delivery-options(ws-deliveryIdx))
        "," FUNCTION trim(ws-delivery-frequency(ws-deliveryIdx))
      DELIMITED BY SIZE INTO ws-scheduleOutputLine.
    MOVE ws-scheduleOutputLine TO f-sc-record.
    WRITE f-sc-record.

*> lists every scheduled delivery, in schedule order
  listDeliveries.
    IF 0 = ws-deliveryCount
      DISPLAY "(no deliveries scheduled)"
    END-IF.

    PERFORM displayDeliveryRow
      VARYING ws-deliveryIdx FROM 1 BY 1 UNTIL ws-deliveryIdx > ws-deliveryCount.

  displayDeliveryRow.
    DISPLAY FUNCTION trim(ws-delivery-studyId(ws-deliveryIdx))
        "  " ws-delivery-frequency(ws-deliveryIdx)
        "  " ws-delivery-testType(ws-deliveryIdx)
        "  " FUNCTION trim(ws-delivery-dataFile(ws-deliveryIdx))
        "  " FUNCTION trim(ws-delivery-options(ws-deliveryIdx)).
