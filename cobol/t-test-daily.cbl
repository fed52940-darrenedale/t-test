IDENTIFICATION DIVISION.
PROGRAM-ID. t-test-daily.
*> compile with:
*>   cobc -free -x t-test-daily.cbl
*>
*> the morning delivery run: reads the delivery schedule
*> (t-test-schedule.csv, maintained with t-test-schedule) together with
*> the study registry (t-test-studies.csv), works out which deliveries
*> are due on the day, checks each due data file has arrived, and
*> writes the day's batch control files - "testType,dataFile" per line,
*> ready for the t-test program's batch run - so nobody has to remember
*> which studies are due and hand-edit one.
*>
*> a batch run's options (--study among them) apply to every entry in
*> its control file, so the day's deliveries are written to one control
*> file per study and option set, named t-test-batch-<yyyymmdd>-<nn>.ctl
*> (a group larger than a batch's 50 entries continues in a further
*> file). the report gives the exact t-test command to run for each.
*>
*> the same report lists the exceptions, so a missed delivery is
*> noticed the morning it was due rather than weeks later as a gap in
*> the meta-analysis:
*>   - deliveries due on the day whose data file has not arrived (they
*>     are left out of the control files). the schedule names one fixed
*>     path per delivery, so the file merely being there proves nothing
*>     once the first delivery has landed: it has arrived only if it was
*>     last modified within the current due period - after the day the
*>     delivery was last due - and is otherwise reported as stale
*>   - schedule entries for studies that have been closed, or that are
*>     not in the registry at all, whether due on the day or not (never
*>     run; they should be taken off the schedule)
*> the run ends with return code 4 when there is any exception, so the
*> job scheduler can flag the morning without anyone reading the report
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT f-scheduleFile ASSIGN TO DYNAMIC ws-scheduleFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-scheduleFileStatus.

    SELECT f-registryFile ASSIGN TO DYNAMIC ws-registryFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-registryFileStatus.

    SELECT f-probeFile ASSIGN TO DYNAMIC ws-probeFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-probeFileStatus.

    SELECT f-controlFile ASSIGN TO DYNAMIC ws-controlFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-controlFileStatus.

    SELECT f-reportFile ASSIGN TO DYNAMIC ws-reportFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-reportFileStatus.

DATA DIVISION.
FILE SECTION.
  FD f-scheduleFile.
     01 f-sc-record PIC X(512).

  FD f-registryFile.
     01 f-rg-record PIC X(256).

  FD f-probeFile.
     01 f-pb-record PIC X(256).

  FD f-controlFile.
     01 f-cf-record PIC X(280).

  FD f-reportFile.
     01 f-rf-record PIC X(256).

WORKING-STORAGE SECTION.
*> command line args: an optional report file, and --date=YYYY-MM-DD to
*> run for a day other than today (a morning missed, or a dry run ahead
*> of a holiday), in either order
  01 ws-cliArg1 PIC X(256) VALUE SPACES.
  01 ws-cliArg2 PIC X(256) VALUE SPACES.
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

*> the schedule and the registry it is checked against, both at their
*> fixed shared paths
  01 ws-scheduleFilePath PIC X(40) VALUE "t-test-schedule.csv".
  01 ws-scheduleFileStatus PIC XX VALUE SPACES.
     88 ws-scs-isOk VALUE "00".
  01 ws-registryFilePath PIC X(40) VALUE "t-test-studies.csv".
  01 ws-registryFileStatus PIC XX VALUE SPACES.
     88 ws-rgs-isOk VALUE "00".

*> a due delivery's data file, opened only to see whether it is there
  01 ws-probeFilePath PIC X(256) VALUE SPACES.
  01 ws-probeFileStatus PIC XX VALUE SPACES.
     88 ws-pbs-isOk VALUE "00".
     88 ws-pbs-isMissing VALUE "35".

*> the file details CBL_CHECK_FILE_EXIST returns for a due delivery's
*> data file - its size, then its last-modified date (day and month one
*> byte each, the year two) and time - and that date as YYYYMMDD and as
*> a day number, set against the first day of the current due period
  01 ws-probeFileDetails.
     05 ws-pfd-size PIC X(8).
     05 ws-pfd-day PIC X.
     05 ws-pfd-month PIC X.
     05 ws-pfd-year PIC 9(4) USAGE IS BINARY.
     05 ws-pfd-time PIC X(4).
  01 ws-probeCheckStatus PIC S9(8) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-modifiedDateNumber PIC 9(8) VALUE ZEROS.
  01 ws-modifiedDateParts REDEFINES ws-modifiedDateNumber.
     05 ws-mdp-year PIC 9(4).
     05 ws-mdp-month PIC 99.
     05 ws-mdp-day PIC 99.
  01 ws-modifiedDayInteger PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-periodStartInteger PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> the control file being written
  01 ws-controlFilePath PIC X(40) VALUE SPACES.
  01 ws-controlFileStatus PIC XX VALUE SPACES.
     88 ws-cfs-isOk VALUE "00".

*> the day the run is for: as text for the report, as YYYYMMDD for the
*> control file names and the calendar arithmetic, and the pieces of it
*> the frequencies are judged against
  01 ws-runDate PIC X(10) VALUE SPACES.
  01 ws-runDateNumber PIC 9(8) VALUE ZEROS.
  01 ws-runDateParts REDEFINES ws-runDateNumber.
     05 ws-rdp-year PIC 9(4).
     05 ws-rdp-month PIC 99.
     05 ws-rdp-day PIC 99.
  01 ws-currentDateTime PIC X(21) VALUE SPACES.
  01 ws-runDayInteger PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-runWeekdayIdx PIC 9 VALUE ZERO.
  01 ws-monthLastDay PIC 99 VALUE ZERO.
  01 ws-nextMonthNumber PIC 9(8) VALUE ZEROS.
  01 ws-nextMonthParts REDEFINES ws-nextMonthNumber.
     05 ws-nmp-year PIC 9(4).
     05 ws-nmp-month PIC 99.
     05 ws-nmp-day PIC 99.
  01 ws-lastDayNumber PIC 9(8) VALUE ZEROS.

*> the last day of the month before the run date's, which a monthly or
*> day-of-month delivery was last due in
  01 ws-prevMonthLastNumber PIC 9(8) VALUE ZEROS.
  01 ws-prevMonthLastParts REDEFINES ws-prevMonthLastNumber.
     05 ws-pml-year PIC 9(4).
     05 ws-pml-month PIC 99.
     05 ws-pml-day PIC 99.
  01 ws-prevDueNumber PIC 9(8) VALUE ZEROS.
  01 ws-prevDueParts REDEFINES ws-prevDueNumber.
     05 ws-pdp-year PIC 9(4).
     05 ws-pdp-month PIC 99.
     05 ws-pdp-day PIC 99.

*> the weekday names a weekly frequency uses, Monday first (day 1 of the
*> integer-of-date calendar, 1601-01-01, was a Monday), and the same
*> days spelt out for the report heading
  01 ws-weekdayCodes PIC X(21) VALUE "montuewedthufrisatsun".
  01 ws-weekdayCodeTable REDEFINES ws-weekdayCodes.
     05 ws-weekdayCode OCCURS 7 TIMES PIC X(3).
  01 ws-weekdayNames PIC X(63) VALUE
        "Monday   Tuesday  WednesdayThursday Friday   Saturday Sunday   ".
  01 ws-weekdayNameTable REDEFINES ws-weekdayNames.
     05 ws-weekdayName OCCURS 7 TIMES PIC X(9).

*> the registry's study IDs and whether each is open
  01 ws-studyMaxEntries PIC 9(4) VALUE 200 USAGE IS COMPUTATIONAL-5.
  01 ws-studyCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-studyTable.
     05 ws-studyRow OCCURS 200 TIMES.
        10 ws-study-id PIC X(16).
        10 ws-study-status PIC X(8).
  01 ws-studyIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-registryLineId PIC X(16) VALUE SPACES.
  01 ws-registryLineName PIC X(40) VALUE SPACES.
  01 ws-registryLineOwner PIC X(32) VALUE SPACES.
  01 ws-registryLinePlanned PIC X(20) VALUE SPACES.
  01 ws-registryLineStatus PIC X(8) VALUE SPACES.

*> the schedule, one row per delivery, with what this run decided about
*> it: its study's registry state, whether it is due on the day and
*> whether its file has arrived, and the control file group it went to
  01 ws-deliveryMaxEntries PIC 9(4) VALUE 500 USAGE IS COMPUTATIONAL-5.
  01 ws-deliveryCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-deliveryTable.
     05 ws-deliveryRow OCCURS 500 TIMES.
        10 ws-delivery-studyId PIC X(16).
        10 ws-delivery-dataFile PIC X(256).
        10 ws-delivery-testType PIC X(20).
        10 ws-delivery-options PIC X(160).
        10 ws-delivery-frequency PIC X(20).
        10 ws-delivery-studyState PIC 9.
           88 ws-dss-isOpen VALUE 1.
           88 ws-dss-isClosed VALUE 2.
           88 ws-dss-isUnregistered VALUE 3.
        10 ws-delivery-isDue PIC 9.
        10 ws-delivery-arrival PIC 9.
           88 ws-dar-isArrived VALUE 1.
           88 ws-dar-isMissing VALUE 2.
           88 ws-dar-isUnreadable VALUE 3.
           88 ws-dar-isStale VALUE 4.
        10 ws-delivery-probeStatus PIC XX.
        10 ws-delivery-modifiedDate PIC 9(8).
        10 ws-delivery-group PIC 9(4) USAGE IS COMPUTATIONAL-5.
  01 ws-deliveryIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the day's control files: the study and options every entry in the
*> file shares, how many entries it holds, and its name
  01 ws-groupMaxEntries PIC 9(4) VALUE 99 USAGE IS COMPUTATIONAL-5.
  01 ws-groupMaxBatch PIC 9(4) VALUE 50 USAGE IS COMPUTATIONAL-5.
  01 ws-groupCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-groupTable.
     05 ws-groupRow OCCURS 99 TIMES.
        10 ws-group-studyId PIC X(16).
        10 ws-group-options PIC X(160).
        10 ws-group-entryCount PIC 9(4) USAGE IS COMPUTATIONAL-5.
        10 ws-group-filePath PIC X(40).
  01 ws-groupIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-matchIdx PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-groupNumber PIC 99 VALUE ZERO.

*> the day's tallies, for the closing summary and the return code
  01 ws-dueCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-arrivedCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-notArrivedCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-closedEntryCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-unregisteredEntryCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-unplacedCount PIC 9(4) VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> scratch for judging a frequency against the day
  01 ws-frequencyKind PIC X(20) VALUE SPACES.
     88 ws-fk-isDaily VALUE "daily".
     88 ws-fk-isWeekly VALUE "weekly".
     88 ws-fk-isMonthly VALUE "monthly".
     88 ws-fk-isDayOfMonth VALUE "day-of-month".
  01 ws-frequencyDay PIC X(20) VALUE SPACES.
  01 ws-frequencyDayNumber PIC 99 VALUE ZERO.

*> one raw line of the schedule or registry
  01 ws-inputLine PIC X(512) VALUE SPACES.

  01 ws-formattedCount PIC Z(3)9 VALUE ZEROS.
  01 ws-formattedCount2 PIC Z(3)9 VALUE ZEROS.

*> a line of output, built up by the report paragraphs, then sent to the
*> console and/or the report file by emitLine
  01 ws-outputLine PIC X(256) VALUE SPACES.


PROCEDURE DIVISION CHAINING ws-cliArg1 ws-cliArg2.
  PERFORM setTodayAsRunDate.
  PERFORM parseCommandArguments.

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

  PERFORM placeRunDate.
  PERFORM loadRegistry.
  PERFORM loadSchedule.

  PERFORM assessDelivery
    VARYING ws-deliveryIdx FROM 1 BY 1 UNTIL ws-deliveryIdx > ws-deliveryCount.

  PERFORM writeControlFiles.

  PERFORM displayHeading.
  PERFORM reportControlFiles.
  PERFORM reportExceptions.
  PERFORM reportDaySummary.

  IF ws-notArrivedCount > 0 OR ws-closedEntryCount > 0
      OR ws-unregisteredEntryCount > 0 OR ws-unplacedCount > 0
    MOVE 4 TO RETURN-CODE
  END-IF.

  exitProgram.
    IF ws-rfs-isOpen
      CLOSE f-reportFile
    END-IF.
    STOP RUN.

  showUsage.
    DISPLAY "t-test-daily [report-file] [--date=YYYY-MM-DD]".
    DISPLAY " ".
    DISPLAY "  report-file  Optional. A file to receive a copy of the report output.".
    DISPLAY " ".
    DISPLAY "  --date=YYYY-MM-DD  Run for this day instead of today.".
    DISPLAY " ".
    DISPLAY "  Reads the delivery schedule (t-test-schedule.csv) and the study".
    DISPLAY "  registry (t-test-studies.csv), and writes the day's due, arrived".
    DISPLAY "  deliveries of open studies to batch control files".
    DISPLAY "  t-test-batch-<yyyymmdd>-<nn>.ctl - one per study and option set -".
    DISPLAY "  giving the t-test batch command to run each. Reports the due".
    DISPLAY "  deliveries whose data file has not arrived - missing, or stale: not".
    DISPLAY "  modified since the delivery was last due - and schedule entries for".
    DISPLAY "  closed or unregistered studies; ends with return code 4 when there".
    DISPLAY "  are any.".

*> sends the current content of ws-outputLine to the console and, when a
*> report file was named on the command line, appends it to the report file
*> too
  emitLine.
    DISPLAY FUNCTION trim(ws-outputLine TRAILING).

    IF ws-rfs-isOpen
      MOVE ws-outputLine TO f-rf-record
      WRITE f-rf-record
    END-IF.

  setTodayAsRunDate.
    MOVE FUNCTION CURRENT-DATE TO ws-currentDateTime.
    MOVE SPACES TO ws-runDate.
    STRING ws-currentDateTime(1:4) "-" ws-currentDateTime(5:2) "-"
        ws-currentDateTime(7:2)
      DELIMITED BY SIZE INTO ws-runDate.

*> sorts the command line into the report file (the one positional) and
*> the --date option. an unrecognised option or a malformed date is
*> reported and stops the run - a mistyped date would otherwise write
*> control files for the wrong day
  parseCommandArguments.
    MOVE 0 TO ws-cliPositionalCount.
    MOVE ws-cliArg1 TO ws-cliCurrentArg.
    PERFORM parseCommandArgument.
    MOVE ws-cliArg2 TO ws-cliCurrentArg.
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
      WHEN "date"
        PERFORM checkOptionDateValue
        MOVE ws-cliOptionValue TO ws-runDate
      WHEN OTHER
        DISPLAY "Unrecognised option '--" FUNCTION trim(ws-cliOptionName) "'"
        PERFORM showUsage
        STOP RUN
    END-EVALUATE.

*> requires the option value currently in ws-cliOptionValue to be a real
*> YYYY-MM-DD calendar date
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

    MOVE SPACES TO ws-inputLine.
    STRING ws-cliOptionValue(1:4) ws-cliOptionValue(6:2) ws-cliOptionValue(9:2)
      DELIMITED BY SIZE INTO ws-inputLine.
    MOVE ws-inputLine(1:8) TO ws-runDateNumber.
    IF FUNCTION TEST-DATE-YYYYMMDD(ws-runDateNumber) NOT = 0
      DISPLAY "Invalid --" FUNCTION trim(ws-cliOptionName) " value '"
          FUNCTION trim(ws-cliOptionValue) "' (not a calendar date)"
      STOP RUN
    END-IF.

*> works out where the run date falls: its weekday (0 = Monday) and the
*> last day of its month, the day a day-of-month delivery beyond the
*> month's length falls due instead
  placeRunDate.
    MOVE SPACES TO ws-inputLine.
    STRING ws-runDate(1:4) ws-runDate(6:2) ws-runDate(9:2)
      DELIMITED BY SIZE INTO ws-inputLine.
    MOVE ws-inputLine(1:8) TO ws-runDateNumber.

    COMPUTE ws-runDayInteger = FUNCTION INTEGER-OF-DATE(ws-runDateNumber).
    COMPUTE ws-runWeekdayIdx = FUNCTION MOD(ws-runDayInteger - 1, 7).

    MOVE ws-rdp-year TO ws-nmp-year.
    COMPUTE ws-nmp-month = ws-rdp-month + 1.
    IF ws-nmp-month > 12
      MOVE 1 TO ws-nmp-month
      ADD 1 TO ws-nmp-year
    END-IF.
    MOVE 1 TO ws-nmp-day.
    COMPUTE ws-lastDayNumber = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(ws-nextMonthNumber) - 1).
    MOVE ws-lastDayNumber(7:2) TO ws-monthLastDay.

    MOVE ws-runDateNumber TO ws-prevDueNumber.
    MOVE 1 TO ws-pdp-day.
    COMPUTE ws-prevMonthLastNumber = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(ws-prevDueNumber) - 1).

*> reads the registry's study IDs and statuses. without a registry no
*> delivery can be run - every schedule entry would be for an unknown
*> study - so a registry that cannot be read stops the run
  loadRegistry.
    MOVE 0 TO ws-studyCount.
    OPEN INPUT f-registryFile.

    IF NOT ws-rgs-isOk
      DISPLAY "Cannot open study registry '"
          FUNCTION trim(ws-registryFilePath) "', status " ws-registryFileStatus
      STOP RUN
    END-IF.

    PERFORM readRegistryLine UNTIL NOT ws-rgs-isOk.

    CLOSE f-registryFile.

  readRegistryLine.
    READ f-registryFile INTO ws-inputLine
      AT END
        MOVE "10" TO ws-registryFileStatus
      NOT AT END
        IF ws-inputLine NOT = SPACES AND ws-studyCount < ws-studyMaxEntries
          MOVE SPACES TO ws-registryLineId
          MOVE SPACES TO ws-registryLineStatus
          UNSTRING ws-inputLine DELIMITED BY ','
            INTO ws-registryLineId, ws-registryLineName, ws-registryLineOwner,
                ws-registryLinePlanned, ws-registryLineStatus
          ADD 1 TO ws-studyCount
          MOVE ws-registryLineId TO ws-study-id(ws-studyCount)
          MOVE ws-registryLineStatus TO ws-study-status(ws-studyCount)
        END-IF
    END-READ.

*> reads the whole schedule. a schedule that does not exist yet is
*> simply empty - nothing is due - but any other open failure stops the
*> run, since an unreadable schedule must not pass for a quiet day
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
    READ f-scheduleFile INTO ws-inputLine
      AT END
        MOVE "10" TO ws-scheduleFileStatus
      NOT AT END
        IF ws-inputLine NOT = SPACES AND ws-deliveryCount < ws-deliveryMaxEntries
          ADD 1 TO ws-deliveryCount
          MOVE SPACES TO ws-deliveryRow(ws-deliveryCount)
          UNSTRING ws-inputLine DELIMITED BY ','
            INTO ws-delivery-studyId(ws-deliveryCount),
                ws-delivery-dataFile(ws-deliveryCount),
                ws-delivery-testType(ws-deliveryCount),
                ws-delivery-options(ws-deliveryCount),
                ws-delivery-frequency(ws-deliveryCount)
          MOVE 0 TO ws-delivery-studyState(ws-deliveryCount)
          MOVE 0 TO ws-delivery-isDue(ws-deliveryCount)
          MOVE 0 TO ws-delivery-arrival(ws-deliveryCount)
          MOVE 0 TO ws-delivery-group(ws-deliveryCount)
          MOVE 0 TO ws-delivery-modifiedDate(ws-deliveryCount)
        END-IF
    END-READ.

*> decides what happens to one delivery today: entries for closed or
*> unregistered studies are set aside for the exceptions report whether
*> due or not; an open study's delivery that is due has its data file
*> looked for, and one that has arrived is given a place in a control
*> file
  assessDelivery.
    PERFORM findDeliveryStudy.

    EVALUATE TRUE
      WHEN ws-dss-isClosed(ws-deliveryIdx)
        ADD 1 TO ws-closedEntryCount
        EXIT PARAGRAPH
      WHEN ws-dss-isUnregistered(ws-deliveryIdx)
        ADD 1 TO ws-unregisteredEntryCount
        EXIT PARAGRAPH
    END-EVALUATE.

    PERFORM judgeFrequency.
    IF 0 = ws-delivery-isDue(ws-deliveryIdx)
      EXIT PARAGRAPH
    END-IF.
    ADD 1 TO ws-dueCount.

    MOVE ws-delivery-dataFile(ws-deliveryIdx) TO ws-probeFilePath.
    OPEN INPUT f-probeFile.
    MOVE ws-probeFileStatus TO ws-delivery-probeStatus(ws-deliveryIdx).
    EVALUATE TRUE
      WHEN ws-pbs-isOk
        CLOSE f-probeFile
        PERFORM checkDeliveryDate
        IF ws-dar-isArrived(ws-deliveryIdx)
          ADD 1 TO ws-arrivedCount
          PERFORM placeDeliveryInGroup
        ELSE
          ADD 1 TO ws-notArrivedCount
        END-IF
      WHEN ws-pbs-isMissing
        MOVE 2 TO ws-delivery-arrival(ws-deliveryIdx)
        ADD 1 TO ws-notArrivedCount
      WHEN OTHER
        MOVE 3 TO ws-delivery-arrival(ws-deliveryIdx)
        ADD 1 TO ws-notArrivedCount
    END-EVALUATE.

*> decides whether the data file found for a due delivery is this
*> period's delivery: its last-modified date must be on or after the
*> first day of the current due period, the day after the delivery was
*> last due. an older file is the previous delivery still lying there,
*> and is stale. a file modified after the run date (a --date rerun of a
*> missed morning) is newer still, and counts as arrived. a file whose
*> date cannot be had is stale with no date, so it is looked at rather
*> than run
  checkDeliveryDate.
    MOVE 4 TO ws-delivery-arrival(ws-deliveryIdx).
    MOVE LOW-VALUES TO ws-probeFileDetails.
    CALL "CBL_CHECK_FILE_EXIST" USING ws-probeFilePath ws-probeFileDetails
        RETURNING ws-probeCheckStatus.
    IF ws-probeCheckStatus NOT = 0
      EXIT PARAGRAPH
    END-IF.

    MOVE ws-pfd-year TO ws-mdp-year.
    COMPUTE ws-mdp-month = FUNCTION ORD(ws-pfd-month) - 1.
    COMPUTE ws-mdp-day = FUNCTION ORD(ws-pfd-day) - 1.
    IF FUNCTION TEST-DATE-YYYYMMDD(ws-modifiedDateNumber) NOT = 0
      EXIT PARAGRAPH
    END-IF.
    MOVE ws-modifiedDateNumber TO ws-delivery-modifiedDate(ws-deliveryIdx).
    COMPUTE ws-modifiedDayInteger =
        FUNCTION INTEGER-OF-DATE(ws-modifiedDateNumber).

    PERFORM findDuePeriodStart.
    IF ws-modifiedDayInteger >= ws-periodStartInteger
      MOVE 1 TO ws-delivery-arrival(ws-deliveryIdx)
    END-IF.

*> the first day of the current due period, as a day number: the day
*> after the delivery was last due before the run date - yesterday for a
*> daily delivery, a week ago for a weekly one, and the due day in the
*> previous month (the 1st, or the day of the month, clamped to that
*> month's length) for the monthly kinds
  findDuePeriodStart.
    EVALUATE TRUE
      WHEN ws-fk-isDaily
        COMPUTE ws-periodStartInteger = ws-runDayInteger
      WHEN ws-fk-isWeekly
        COMPUTE ws-periodStartInteger = ws-runDayInteger - 6
      WHEN ws-fk-isMonthly
        MOVE ws-prevMonthLastNumber TO ws-prevDueNumber
        MOVE 1 TO ws-pdp-day
        COMPUTE ws-periodStartInteger =
            FUNCTION INTEGER-OF-DATE(ws-prevDueNumber) + 1
      WHEN OTHER
        MOVE ws-prevMonthLastNumber TO ws-prevDueNumber
        IF ws-frequencyDayNumber < ws-pml-day
          MOVE ws-frequencyDayNumber TO ws-pdp-day
        END-IF
        COMPUTE ws-periodStartInteger =
            FUNCTION INTEGER-OF-DATE(ws-prevDueNumber) + 1
    END-EVALUATE.

*> sets the delivery's study state from the registry table
  findDeliveryStudy.
    MOVE 3 TO ws-delivery-studyState(ws-deliveryIdx).
    PERFORM VARYING ws-studyIdx FROM 1 BY 1 UNTIL ws-studyIdx > ws-studyCount
      IF FUNCTION trim(ws-study-id(ws-studyIdx))
          = FUNCTION trim(ws-delivery-studyId(ws-deliveryIdx))
        IF FUNCTION trim(ws-study-status(ws-studyIdx)) = "open"
          MOVE 1 TO ws-delivery-studyState(ws-deliveryIdx)
        ELSE
          MOVE 2 TO ws-delivery-studyState(ws-deliveryIdx)
        END-IF
      END-IF
    END-PERFORM.

*> judges the delivery's frequency against the run date. a day-of-month
*> past the end of a shorter month falls due on the month's last day, so
*> a delivery scheduled for the 31st is not skipped in April
  judgeFrequency.
    MOVE SPACES TO ws-frequencyKind.
    MOVE SPACES TO ws-frequencyDay.
    UNSTRING ws-delivery-frequency(ws-deliveryIdx) DELIMITED BY ':'
      INTO ws-frequencyKind, ws-frequencyDay.

    EVALUATE TRUE
      WHEN ws-fk-isDaily
        MOVE 1 TO ws-delivery-isDue(ws-deliveryIdx)
      WHEN ws-fk-isWeekly
        IF FUNCTION trim(ws-frequencyDay) = ws-weekdayCode(ws-runWeekdayIdx + 1)
          MOVE 1 TO ws-delivery-isDue(ws-deliveryIdx)
        END-IF
      WHEN ws-fk-isMonthly
        IF 1 = ws-rdp-day
          MOVE 1 TO ws-delivery-isDue(ws-deliveryIdx)
        END-IF
      WHEN ws-fk-isDayOfMonth
        IF FUNCTION TEST-NUMVAL(FUNCTION trim(ws-frequencyDay)) = 0
          MOVE FUNCTION NUMVAL(FUNCTION trim(ws-frequencyDay))
            TO ws-frequencyDayNumber
          IF ws-frequencyDayNumber = ws-rdp-day
              OR (ws-frequencyDayNumber > ws-monthLastDay
                  AND ws-rdp-day = ws-monthLastDay)
            MOVE 1 TO ws-delivery-isDue(ws-deliveryIdx)
          END-IF
        END-IF
    END-EVALUATE.

*> puts an arrived delivery in the control file for its study and
*> option set, starting a new one when there is none yet or the current
*> one already holds a full batch. the day's control files are numbered
*> 01 to 99; a delivery beyond that (a schedule far larger than any day
*> has needed) is reported rather than dropped silently
  placeDeliveryInGroup.
    MOVE 0 TO ws-matchIdx.
    PERFORM VARYING ws-groupIdx FROM 1 BY 1
        UNTIL ws-groupIdx > ws-groupCount OR ws-matchIdx > 0
      IF ws-group-studyId(ws-groupIdx) = ws-delivery-studyId(ws-deliveryIdx)
          AND ws-group-options(ws-groupIdx) = ws-delivery-options(ws-deliveryIdx)
          AND ws-group-entryCount(ws-groupIdx) < ws-groupMaxBatch
        MOVE ws-groupIdx TO ws-matchIdx
      END-IF
    END-PERFORM.

    IF 0 = ws-matchIdx
      IF ws-groupCount = ws-groupMaxEntries
        ADD 1 TO ws-unplacedCount
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO ws-groupCount
      MOVE ws-groupCount TO ws-matchIdx
      MOVE ws-delivery-studyId(ws-deliveryIdx) TO ws-group-studyId(ws-matchIdx)
      MOVE ws-delivery-options(ws-deliveryIdx) TO ws-group-options(ws-matchIdx)
      MOVE 0 TO ws-group-entryCount(ws-matchIdx)
      MOVE ws-groupCount TO ws-groupNumber
      MOVE SPACES TO ws-group-filePath(ws-matchIdx)
      STRING "t-test-batch-" ws-runDateNumber "-" ws-groupNumber ".ctl"
        DELIMITED BY SIZE INTO ws-group-filePath(ws-matchIdx)
    END-IF.

    ADD 1 TO ws-group-entryCount(ws-matchIdx).
    MOVE ws-matchIdx TO ws-delivery-group(ws-deliveryIdx).

*> writes each of the day's control files, its entries in schedule order.
*> a control file that cannot be written stops the run: the batch it
*> should hold would silently not happen
  writeControlFiles.
    PERFORM writeControlFile
      VARYING ws-groupIdx FROM 1 BY 1 UNTIL ws-groupIdx > ws-groupCount.

  writeControlFile.
    MOVE ws-group-filePath(ws-groupIdx) TO ws-controlFilePath.
    OPEN OUTPUT f-controlFile.

    IF NOT ws-cfs-isOk
      DISPLAY "Cannot write batch control file '"
          FUNCTION trim(ws-controlFilePath) "', status " ws-controlFileStatus
      PERFORM exitProgram
    END-IF.

    PERFORM writeControlEntry
      VARYING ws-deliveryIdx FROM 1 BY 1 UNTIL ws-deliveryIdx > ws-deliveryCount.

    CLOSE f-controlFile.

  writeControlEntry.
    IF ws-delivery-group(ws-deliveryIdx) = ws-groupIdx
      MOVE SPACES TO f-cf-record
      STRING FUNCTION trim(ws-delivery-testType(ws-deliveryIdx))
          "," FUNCTION trim(ws-delivery-dataFile(ws-deliveryIdx))
        DELIMITED BY SIZE INTO f-cf-record
      WRITE f-cf-record
    END-IF.

*> says what day the run is for and what it read
  displayHeading.
    MOVE SPACES TO ws-outputLine.
    STRING "Delivery schedule for " ws-runDate " ("
        FUNCTION trim(ws-weekdayName(ws-runWeekdayIdx + 1)) ")"
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-deliveryCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "Schedule: " FUNCTION trim(ws-scheduleFilePath) " ("
        FUNCTION trim(ws-formattedCount) " deliveries)"
        "  Registry: " FUNCTION trim(ws-registryFilePath)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

*> lists each control file written with its entry count and the command
*> that runs it - --study and the delivery options go on the command
*> line, since a batch applies them to every entry
  reportControlFiles.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Batch control files" TO ws-outputLine.
    PERFORM emitLine.

    IF 0 = ws-groupCount
      MOVE "  (no arrived deliveries due today - nothing to run)" TO ws-outputLine
      PERFORM emitLine
    END-IF.

    PERFORM reportControlFile
      VARYING ws-groupIdx FROM 1 BY 1 UNTIL ws-groupIdx > ws-groupCount.

  reportControlFile.
    MOVE ws-group-entryCount(ws-groupIdx) TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "  " FUNCTION trim(ws-group-filePath(ws-groupIdx))
        "  study " FUNCTION trim(ws-group-studyId(ws-groupIdx))
        ", " FUNCTION trim(ws-formattedCount) " entries"
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE SPACES TO ws-outputLine.
    STRING "    run: t-test batch " FUNCTION trim(ws-group-filePath(ws-groupIdx))
        " --study=" FUNCTION trim(ws-group-studyId(ws-groupIdx))
        " " FUNCTION trim(ws-group-options(ws-groupIdx))
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    PERFORM reportControlEntry
      VARYING ws-deliveryIdx FROM 1 BY 1 UNTIL ws-deliveryIdx > ws-deliveryCount.

  reportControlEntry.
    IF ws-delivery-group(ws-deliveryIdx) = ws-groupIdx
      MOVE SPACES TO ws-outputLine
      STRING "      " ws-delivery-testType(ws-deliveryIdx)
          " " FUNCTION trim(ws-delivery-dataFile(ws-deliveryIdx))
          "  (" FUNCTION trim(ws-delivery-frequency(ws-deliveryIdx)) ")"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

*> the exceptions: due deliveries not arrived, then schedule entries for
*> closed and unregistered studies
  reportExceptions.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Exceptions" TO ws-outputLine.
    PERFORM emitLine.

    IF 0 = ws-notArrivedCount + ws-closedEntryCount + ws-unregisteredEntryCount
        + ws-unplacedCount
      MOVE "  (none - every delivery due today has arrived)" TO ws-outputLine
      PERFORM emitLine
      EXIT PARAGRAPH
    END-IF.

    IF ws-notArrivedCount > 0
      MOVE "  Deliveries due today whose data file has not arrived:" TO ws-outputLine
      PERFORM emitLine
      PERFORM reportNotArrived
        VARYING ws-deliveryIdx FROM 1 BY 1 UNTIL ws-deliveryIdx > ws-deliveryCount
    END-IF.

    IF ws-closedEntryCount > 0
      MOVE "  Schedule entries for closed studies (not run - take them off the schedule):"
        TO ws-outputLine
      PERFORM emitLine
      PERFORM reportClosedEntry
        VARYING ws-deliveryIdx FROM 1 BY 1 UNTIL ws-deliveryIdx > ws-deliveryCount
    END-IF.

    IF ws-unregisteredEntryCount > 0
      MOVE "  Schedule entries for studies not in the registry (not run):"
        TO ws-outputLine
      PERFORM emitLine
      PERFORM reportUnregisteredEntry
        VARYING ws-deliveryIdx FROM 1 BY 1 UNTIL ws-deliveryIdx > ws-deliveryCount
    END-IF.

    IF ws-unplacedCount > 0
      MOVE ws-unplacedCount TO ws-formattedCount
      MOVE SPACES TO ws-outputLine
      STRING "  " FUNCTION trim(ws-formattedCount)
          " arrived deliveries left out - more than 99 control files in one day"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

  reportNotArrived.
    IF ws-dar-isMissing(ws-deliveryIdx) OR ws-dar-isUnreadable(ws-deliveryIdx)
        OR ws-dar-isStale(ws-deliveryIdx)
      MOVE SPACES TO ws-outputLine
      IF ws-dar-isMissing(ws-deliveryIdx)
        STRING "    " ws-delivery-studyId(ws-deliveryIdx)
            " " FUNCTION trim(ws-delivery-dataFile(ws-deliveryIdx))
            "  (" FUNCTION trim(ws-delivery-frequency(ws-deliveryIdx))
            ") - not found"
          DELIMITED BY SIZE INTO ws-outputLine
      ELSE IF ws-dar-isStale(ws-deliveryIdx)
          AND 0 = ws-delivery-modifiedDate(ws-deliveryIdx)
        STRING "    " ws-delivery-studyId(ws-deliveryIdx)
            " " FUNCTION trim(ws-delivery-dataFile(ws-deliveryIdx))
            "  (" FUNCTION trim(ws-delivery-frequency(ws-deliveryIdx))
            ") - stale (last-modified date not available)"
          DELIMITED BY SIZE INTO ws-outputLine
      ELSE IF ws-dar-isStale(ws-deliveryIdx)
        MOVE ws-delivery-modifiedDate(ws-deliveryIdx) TO ws-modifiedDateNumber
        STRING "    " ws-delivery-studyId(ws-deliveryIdx)
            " " FUNCTION trim(ws-delivery-dataFile(ws-deliveryIdx))
            "  (" FUNCTION trim(ws-delivery-frequency(ws-deliveryIdx))
            ") - stale (last modified " ws-mdp-year "-" ws-mdp-month "-"
            ws-mdp-day ")"
          DELIMITED BY SIZE INTO ws-outputLine
      ELSE
        STRING "    " ws-delivery-studyId(ws-deliveryIdx)
            " " FUNCTION trim(ws-delivery-dataFile(ws-deliveryIdx))
            "  (" FUNCTION trim(ws-delivery-frequency(ws-deliveryIdx))
            ") - cannot be read, status " ws-delivery-probeStatus(ws-deliveryIdx)
          DELIMITED BY SIZE INTO ws-outputLine
      END-IF
      END-IF
      END-IF
      PERFORM emitLine
    END-IF.

  reportClosedEntry.
    IF ws-dss-isClosed(ws-deliveryIdx)
      MOVE SPACES TO ws-outputLine
      STRING "    " ws-delivery-studyId(ws-deliveryIdx)
          " " FUNCTION trim(ws-delivery-dataFile(ws-deliveryIdx))
          "  (" FUNCTION trim(ws-delivery-frequency(ws-deliveryIdx)) ")"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

  reportUnregisteredEntry.
    IF ws-dss-isUnregistered(ws-deliveryIdx)
      MOVE SPACES TO ws-outputLine
      STRING "    " ws-delivery-studyId(ws-deliveryIdx)
          " " FUNCTION trim(ws-delivery-dataFile(ws-deliveryIdx))
          "  (" FUNCTION trim(ws-delivery-frequency(ws-deliveryIdx)) ")"
        DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

*> the day in numbers
  reportDaySummary.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-dueCount TO ws-formattedCount.
    MOVE ws-arrivedCount TO ws-formattedCount2.
    MOVE SPACES TO ws-outputLine.
    STRING "Due today: " FUNCTION trim(ws-formattedCount)
        ", arrived: " FUNCTION trim(ws-formattedCount2)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-notArrivedCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "Not arrived: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    COMPUTE ws-formattedCount = ws-closedEntryCount + ws-unregisteredEntryCount.
    MOVE SPACES TO ws-outputLine.
    STRING "Entries for closed or unregistered studies: "
        FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-groupCount TO ws-formattedCount.
    MOVE SPACES TO ws-outputLine.
    STRING "Control files written: " FUNCTION trim(ws-formattedCount)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.
