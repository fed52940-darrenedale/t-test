      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-studyFileStatus.

    SELECT f-analystFile ASSIGN TO DYNAMIC ws-analystFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-analystFileStatus.

    SELECT f-journalFile ASSIGN TO DYNAMIC ws-journalFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-journalFileStatus.

    SELECT f-signoffFile ASSIGN TO DYNAMIC ws-signoffFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ws-signoffFileStatus.

DATA DIVISION.
FILE SECTION.
*> one whole line of the data file per record/READ - the record is sized
*> interrupted partway through a large data file. written every
*> ws-checkpointInterval rows by writeCheckpoint and consulted by
*> resumeFromCheckpoint at the start of the next run against the same
*> test type and data file. the running sums are signed, since negative
*> measurements (change scores, below-baseline readings) can take a sum
*> below zero; a checkpoint written before they were signed reads back
*> the same, as its sign positions always held plain digits
  FD f-checkpointFile.
     01 f-cp-record.
        05 f-cp-testType PIC X(20).
        05 f-cp-dataFilePath PIC X(256).
        05 f-cp-lineNumber PIC 9(8).
        05 f-cp-sum-a PIC S9(8)V999.
        05 f-cp-sum-b PIC S9(8)V999.
        05 f-cp-sumsq-a PIC 9(10)V999.
        05 f-cp-sumsq-b PIC 9(10)V999.
        05 f-cp-count-a PIC 9(8).
        05 f-cpa-lineNumber PIC 9(8).
        05 f-cpa-groupCount PIC 99.
        05 f-cpa-group OCCURS 10 TIMES.
           10 f-cpa-groupSum PIC S9(7)V999.
           10 f-cpa-groupSumSq PIC 9(9)V999.
           10 f-cpa-groupN PIC 9(6).
        05 f-cpa-grandSum PIC S9(7)V999.
        05 f-cpa-grandSumSq PIC 9(9)V999.
        05 f-cpa-grandCount PIC 9(6).

  FD f-studyFile.
     01 f-st-record PIC X(256).

*> the authorised-analyst list maintained by t-test-study's grant and
*> revoke commands (study_id,user,granted_by,granted_at), read after the
*> registry when the user running a --study run is not the study's owner
  FD f-analystFile.
     01 f-an-record PIC X(256).

*> the results sign-off register kept with the companion t-test-signoff
*> program (run_id,run_at,user,study_id,test_type,data_file,verdict,
*> screen_flags,n_rows,checksum,status,decided_by,decided_at,reason).
*> every completed --study run is appended here as pending, and stays
*> that way until the study's owner approves or rejects it
  FD f-signoffFile.
     01 f-so-record PIC X(700).

WORKING-STORAGE SECTION.
*> command line args
  01 ws-testType PIC X(256) VALUE SPACES.
     88 ws-tt-testIsPaired VALUE "paired" "related" "repeated" "repeated-measures".
     88 ws-tt-testIsUnpaired VALUE "unpaired" "unrelated".
     88 ws-tt-testIsAnova VALUE "anova".
     88 ws-tt-testIsRmAnova VALUE "rm-anova".
     88 ws-tt-testIsWilcoxon VALUE "wilcoxon" "signed-rank".
     88 ws-tt-testIsMannWhitney VALUE "mann-whitney" "u-test".
     88 ws-tt-testIsDescribe VALUE "describe".
     88 ws-tt-testIsCorrelation VALUE "correlation" "regression".
     88 ws-tt-testIsPower VALUE "power".
     88 ws-tt-testIsChisq VALUE "chisq".
     88 ws-tt-testIsBatch VALUE "batch".
  01 ws-dataFilePath PIC X(256) VALUE SPACES.
     88 ws-dfp-empty VALUE SPACES.
  01 ws-auditUser PIC X(32) VALUE SPACES.
  01 ws-auditLine PIC X(512) VALUE SPACES.

*> the audit line closed with its chain value, as it goes to the log,
*> and whether it or the run's extract record came out longer than the
*> 512 characters a record holds - a chain value cut short would break
*> the chain for every line after it, so such a run records nothing
  01 ws-auditRecord PIC X(512) VALUE SPACES.
  01 ws-recordOverflow PIC 9 VALUE ZERO.
     88 ws-ro-isOverflow VALUE 1.

*> the tamper-evident chain carried on every audit line and extract
*> record: a sequence number and two rolling hashes (the fingerprint's
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

*> the results extract: path (fixed, like the audit log's), file status,
*> the record being built, and scratch for appending one CSV field at a
*> time - the field is trimmed into place, or left as an empty column
  01 ws-extractField PIC X(256) VALUE SPACES.
  01 ws-extractNumber PIC S9(9)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-extractSignedFmt PIC -(8)9.999 VALUE ZEROS.

*> the exact p-value of the run just audited, for the extract's p_value
*> column: the verdicts themselves only say which side of a printed
*> critical value the statistic fell, which is not enough for anyone
*> adjusting a study's whole family of runs for multiple comparisons.
*> worked out by the verdict paragraph from the statistic and its dfs
*> (t, F and chi-square exactly, the rank tests' z from the normal
*> distribution) and cleared again once the extract record is written,
*> so a run type with no p-value (describe, power) leaves the column
*> empty
  01 ws-pValue PIC 9V9(6) VALUE ZEROS.
  01 ws-pValueState PIC 9 VALUE ZERO.
     88 ws-pv-isUnknown VALUE 0.
     88 ws-pv-isKnown VALUE 1.
  01 ws-pValueFmt PIC 9.9(6) VALUE ZEROS.

*> inputs and working storage for the p-value calculation. the t and F
*> tail areas come from the regularised incomplete beta function and the
*> chi-square (and normal) tail areas from the regularised incomplete
*> gamma function, both by their standard continued fractions (or the
*> gamma's series below its mean) with log-gamma from the Lanczos
*> approximation. held to 18 decimal places, well past the 6 the column
*> carries, because the continued fractions shed precision as they go
  01 ws-pvStat PIC 9(9)V999 VALUE ZEROS.
  01 ws-pvDf1 PIC 9(7) VALUE ZEROS.
  01 ws-pvDf2 PIC 9(7) VALUE ZEROS.
  01 ws-pvDirection PIC 9 VALUE ZERO.
     88 ws-pvd-isPredictedWay VALUE 0.
     88 ws-pvd-isWrongWay VALUE 1.
  01 ws-pvA PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvB PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvX PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvResult PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvFront PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvLnGammaArg PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvLnGamma PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvLnGammaSum PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvLnGammaTmp PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvLnGammaY PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvCfA PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvCfB PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvCfX PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvCfC PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvCfD PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvCfH PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvCfAa PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvCfDel PIC S9(14)V9(18) VALUE ZEROS.
  01 ws-pvCfM PIC 9(4) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-pvCfState PIC 9 VALUE ZERO.
     88 ws-pvcf-isConverged VALUE 1.
  01 ws-pvTiny PIC 9V9(18) VALUE 0.000000000001.
  01 ws-pvEpsilon PIC 9V9(18) VALUE 0.000000000001.
  01 ws-pvMaxIterations PIC 9(4) VALUE 300 USAGE IS COMPUTATIONAL-5.

*> the six Lanczos coefficients for log-gamma, in the published order
  01 ws-pvLanczosValues.
     05 FILLER PIC S9(3)V9(15) VALUE +76.180091729471460.
     05 FILLER PIC S9(3)V9(15) VALUE -86.505320329416770.
     05 FILLER PIC S9(3)V9(15) VALUE +24.014098240830910.
     05 FILLER PIC S9(3)V9(15) VALUE -1.231739572450155.
     05 FILLER PIC S9(3)V9(15) VALUE +0.001208650973866.
     05 FILLER PIC S9(3)V9(15) VALUE -0.000005395239385.
  01 ws-pvLanczosTable REDEFINES ws-pvLanczosValues.
     05 ws-pvLanczos OCCURS 6 TIMES PIC S9(3)V9(15).
  01 ws-pvLanczosIdx PIC 9 VALUE ZERO USAGE IS COMPUTATIONAL-5.
*> the study this run belongs to (--study=<id>), validated against the
*> registry the t-test-study program maintains before any test runs:
*> the ID must be registered and the study still open. empty (the
     88 ws-sls-foundOpen VALUE 1.
     88 ws-sls-foundClosed VALUE 2.

*> who may attach runs to the study: its registry owner, kept from the
*> registry walk, plus the users granted access in the analyst list. the
*> run is refused - and the refusal audited - for anyone else
  01 ws-studyOwner PIC X(32) VALUE SPACES.
  01 ws-analystFilePath PIC X(40) VALUE "t-test-analysts.csv".
  01 ws-analystFileStatus PIC XX VALUE SPACES.
     88 ws-ans-isOk VALUE "00".
  01 ws-analystLineStudy PIC X(16) VALUE SPACES.
  01 ws-analystLineUser PIC X(32) VALUE SPACES.
  01 ws-studyAccessState PIC 9 VALUE ZERO.
     88 ws-sas-isRefused VALUE 0.
     88 ws-sas-isAuthorised VALUE 1.

*> the sign-off register entry for the current run. writeAuditLogEntry
*> keeps the run's details here when the run is attached to a study (the
*> overall pass only - a stratified run is reviewed as the one run), and
*> runSingleTest appends the entry once the run, including its outlier
*> screening, has finished. the screening passes mark ws-screenTaken, so
*> a run that is never screened leaves its flag count empty rather than
*> claiming a clean zero
  01 ws-signoffFilePath PIC X(40) VALUE "t-test-signoff.csv".
  01 ws-signoffFileStatus PIC XX VALUE SPACES.
     88 ws-sos-isOk VALUE "00".
  01 ws-signoffState PIC 9 VALUE ZERO.
     88 ws-sst-isDue VALUE 1.
  01 ws-screenTaken PIC 9 VALUE ZERO.
     88 ws-sct-taken VALUE 1.
  01 ws-signoffTimestamp PIC X(19) VALUE SPACES.
  01 ws-signoffUser PIC X(32) VALUE SPACES.
  01 ws-signoffTestType PIC X(20) VALUE SPACES.
  01 ws-signoffDataFile PIC X(256) VALUE SPACES.
  01 ws-signoffVerdict PIC X(64) VALUE SPACES.
  01 ws-signoffRows PIC X(8) VALUE SPACES.
  01 ws-signoffSum PIC X(9) VALUE SPACES.
  01 ws-signoffFlagsFmt PIC Z(5)9 VALUE ZEROS.
  01 ws-signoffFlagText PIC X(6) VALUE SPACES.
  01 ws-signoffLineId PIC X(8) VALUE SPACES.
  01 ws-signoffLastId PIC 9(8) VALUE ZEROS.
  01 ws-signoffRunId PIC 9(8) VALUE ZEROS.

  01 ws-reportFilePath PIC X(256) VALUE SPACES.
     88 ws-rfp-empty VALUE SPACES.
  01 ws-outputFormat PIC X(10) VALUE SPACES.
*> valueB" summary line without repeating the same MOVE/DISPLAY sequence in
*> every paragraph that needs one
  01 ws-pairLabel PIC X(6) VALUE SPACES.
  01 ws-pairValueA PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-pairValueB PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> scratch storage used by emitLabelledValue to lay out a "label       =
*> value" summary line
  01 ws-singleLabel PIC X(12) VALUE SPACES.
  01 ws-singleValue PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> the state of the data file while reading items from it. 0 means OK, 1 means
*> EOF
*>   b    is populated with the content of the first data item parsed from buf.
*>        it is basically all of the content from the first delimiter to the
*>        second or the end of the line
*>   a and b are wide enough for a signed, fractional value (e.g. -1234.567)
  01 ws-readBuffer.
     05 ws-rb-char PIC X VALUE SPACE.
        88 ws-rb-isEol VALUE x'0a'.
     05 ws-rb-buffer PIC X(1024) VALUE SPACES.
     05 ws-rb-length PIC 9999 VALUE 1 USAGE IS COMPUTATIONAL-5.
     05 ws-rb-a.
        10 ws-rb-a-val PIC X(16) VALUE SPACES.
           88 ws-rb-a-isEmpty VALUE SPACES.
        10 ws-rb-a-isValid PIC 9 VALUE ZERO.
     05 ws-b.
        10 ws-rb-b-val PIC X(16) VALUE SPACES.
           88 ws-rb-b-isEmpty VALUE SPACES.
        10 ws-rb-b-isValid PIC 9 VALUE ZERO.


*> storage used when the numeric values of data items read from the data file
*> are transferred from the character buffers in readBuffer to storage that is
*> allocated for numeric values. signed, with three decimal places, so a
*> change score of -3 or an assay reading of 12.75 is held as read rather
*> than having to be shifted or scaled by hand before the run
  01 ws-dataItems.
     05 ws-di-a.
        10 ws-di-a-val PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
        10 ws-di-a-isValid PIC 9 VALUE ZERO.
        10 ws-di-a-isEmpty PIC 9 VALUE ZERO.
     05 ws-di-b.
        10 ws-di-b-val PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
        10 ws-di-b-isValid PIC 9 VALUE ZERO.
        10 ws-di-b-isEmpty PIC 9 VALUE ZERO.

*> the sums of conditions A and B used in calculating t and output with the
*> raw data table
  01 ws-sums.
     05 ws-sum-a PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
     05 ws-sum-b PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> the sums of squared values from conditions A and B used in calculating an
*> unrealted t and output with the raw data table
*> arithmetic means of the values of items in conditions A and B, used during
*> the calculation of an unrealted t and output with the raw data table
  01 ws-means.
     05 ws-mean-a PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
     05 ws-mean-b PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> the sum of the differences between pairs of items in conditions A and B, used
*> during the calculation of a paired t and output with the results. signed,
*> time
  01 ws-csvPointer PIC 9999 VALUE 1 USAGE IS COMPUTATIONAL-5.

*> data items are MOVEd to this variable in order to be output nicely. the
*> floating minus sign takes one position ahead of the six integer digits,
*> so fixed-width layouts place it one column further left than they
*> did the unsigned edit, keeping the decimal points aligned
  01 ws-formattedDataItem PIC -(7).999 VALUE ZEROS.

*> row numbers in the output data table are MOVEd to this variable in order to
*> be output nicely
  01 ws-anovaMaxColumns PIC 99 VALUE 10 USAGE IS COMPUTATIONAL-5.
  01 ws-anovaColumns.
     05 ws-anova-col OCCURS 10 TIMES.
        10 ws-anova-val PIC X(16) VALUE SPACES.
        10 ws-anova-isValid PIC 9 VALUE ZERO.
        10 ws-anova-isEmpty PIC 9 VALUE ZERO.
        10 ws-anova-numeric PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-anovaColumnCount PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the most columns seen on any single row across the whole file, captured
  01 ws-anovaRealGroupCount PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-anovaGroups.
     05 ws-anovaGroup OCCURS 10 TIMES.
        10 ws-anovaGroupSum PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
        10 ws-anovaGroupSumSq PIC 9(8)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
        10 ws-anovaGroupN PIC 9(6) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
        10 ws-anovaGroupMean PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> grand (whole-sample) sum, sum of squares and count, and the sums of
*> squares, degrees of freedom, mean squares and F ratio derived from them
  01 ws-anovaGrandSum PIC S9(7)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-anovaGrandSumSq PIC 9(9)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-anovaGrandCount PIC 9(6) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-anovaSSBetween PIC 9(9)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
*> (the labels here - e.g. "MS Between  =" - are wider than the labels used
*> by emitLabelledValue)
  01 ws-anovaLabel PIC X(14) VALUE SPACES.
  01 ws-anovaValue PIC S9(9)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-formattedAnovaValue PIC -(10).999 VALUE ZEROS.

*> post-hoc pairwise comparison support. when the ANOVA's F ratio reaches
*> the .05 critical value, every pair of real groups is compared with a
*> and the rank assigned to it - tied magnitudes share the average of the
*> ranks their run spans, hence the two decimal places. the table is sized
*> by ws-rankCount so the table SORT orders only the entries actually
*> filled, not the unused zero entries behind them. the value is signed:
*> mann-whitney and describe sort the raw observations themselves, which
*> may be negative
  01 ws-rankMaxEntries PIC 9(5) VALUE 10000 USAGE IS COMPUTATIONAL-5.
  01 ws-rankCount PIC 9(5) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-rankEntries.
     05 ws-rankEntry OCCURS 1 TO 10000 TIMES DEPENDING ON ws-rankCount.
        10 ws-rank-value PIC S9(6)V999 USAGE IS COMPUTATIONAL-5.
        10 ws-rank-group PIC 9 USAGE IS COMPUTATIONAL-5.
        10 ws-rank-rank PIC 9(6)V99 USAGE IS COMPUTATIONAL-5.

  01 ws-descMaxValues PIC 9(5) VALUE 10000 USAGE IS COMPUTATIONAL-5.
  01 ws-descSamples.
     05 ws-descGroup OCCURS 10 TIMES.
        10 ws-descValue OCCURS 10000 TIMES PIC S9(6)V999 USAGE IS COMPUTATIONAL-5.
  01 ws-descIdx PIC 9(5) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-descVar PIC 9(14)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-descSD PIC 9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-descPos PIC 9(7)V99 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-descPosInt PIC 9(5) VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-descPosFrac PIC 9V99 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-descQuantile PIC S9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> power analysis storage. the "power" run type answers two questions:
*> before a study, the per-group N needed to detect an expected effect
  01 ws-powerZ PIC S9(3)V9999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-powerValue PIC 9V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-powerRequiredN PIC 9(6) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-powerRequiredNFmt PIC Z(5)9 VALUE ZEROS.
  01 ws-powerNFloat PIC 9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-powerNh PIC 9(9)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-powerD PIC S9(3)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-anovaVarCount PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-anovaGroupVar PIC 9(9)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> repeated-measures ANOVA storage. the rm-anova run type reads the same
*> row/column layout as the one-way ANOVA, but each row is one subject
*> measured under every condition (baseline, week 4, week 12, ...), so
*> the subjects' own differences can be partitioned out of the error
*> term. the per-condition sums reuse ws-anovaGroups; alongside them are
*> kept each subject's total (for the between-subjects SS) and the
*> cross-products of every pair of conditions, from which both the
*> sphericity check's covariance matrix and the post-hoc comparisons'
*> paired differences are derived without a second pass over the file.
*> the cross-products are signed and wide, as a negative measurement can
*> take them below zero and a large file's products run to many figures
  01 ws-rmConditionCount PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-rmSubjectCount PIC 9(6) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmDroppedCount PIC 9(6) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmSubjectSum PIC S9(7)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmSubjectSumSq PIC 9(14)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmIdxJ PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-rmIdxL PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-rmCrossProducts.
     05 ws-rmCrossRow OCCURS 10 TIMES.
        10 ws-rmCross OCCURS 10 TIMES PIC S9(14)V999 USAGE IS COMPUTATIONAL-5.

*> set by checkRmSubjectRow: whether the row just read has a valid value
*> under every condition (a complete subject) or is missing one
  01 ws-rmRowState PIC 9 VALUE ZERO.
     88 ws-rmrs-isComplete VALUE 0.
     88 ws-rmrs-isIncomplete VALUE 1.

*> the partition of the total sum of squares into conditions, subjects
*> and residual error, with their dfs, mean squares, F and partial eta
*> squared (the run's effect size). the error SS is what is left once
*> the other two are taken out, so it is signed to survive a rounding
*> residue below zero
  01 ws-rmSSTotal PIC 9(12)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmSSConditions PIC 9(12)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmSSSubjects PIC 9(12)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmSSError PIC S9(12)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmCorrection PIC 9(14)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmDfConditions PIC 9(6) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmDfSubjects PIC 9(6) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmDfError PIC 9(6) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmMSConditions PIC 9(12)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmMSError PIC 9(12)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmF PIC 9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmPartialEta PIC 9V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> the sphericity check: the conditions' covariance matrix, double-
*> centred (each entry less its row and column means, plus the grand
*> mean), gives the Greenhouse-Geisser epsilon - 1 when sphericity holds
*> exactly, down to 1/(k-1) at worst. below .75 the F test's dfs ought to
*> be scaled down by epsilon, so the run says whether F still reaches
*> significance at the corrected dfs (truncated - the conservative
*> direction) and the verdict carries the caution
  01 ws-rmCovariances.
     05 ws-rmCovRow OCCURS 10 TIMES.
        10 ws-rmCov OCCURS 10 TIMES PIC S9(12)V999 USAGE IS COMPUTATIONAL-5.
  01 ws-rmCovRowMeans.
     05 ws-rmCovRowMean OCCURS 10 TIMES PIC S9(12)V999 USAGE IS COMPUTATIONAL-5.
  01 ws-rmCovGrandMean PIC S9(12)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmCentred PIC S9(12)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmEpsNum PIC S9(14)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmEpsDen PIC 9(14)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmEpsilon PIC 9V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmEpsilonFloor PIC 9V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmSphericity PIC 9 VALUE ZERO.
     88 ws-rms-reasonable VALUE 0.
     88 ws-rms-doubtful VALUE 1.
  01 ws-formattedEpsilon PIC 9.999 VALUE ZEROS.

*> whether F reaches significance at the Greenhouse-Geisser corrected
*> dfs, set by displayRmSphericity. when sphericity is doubtful this,
*> not the uncorrected judgement, is what the audit verdict records, so
*> the log, the extract and the sign-off register say what the run
*> printed
  01 ws-rmCorrectedSignificance PIC 9 VALUE ZERO.
     88 ws-rmcs-isSignificant VALUE 1.

*> the post-hoc paired comparison of conditions ws-postHocI/ws-postHocJ:
*> the sum and sum of squares of the subjects' differences (derived from
*> the condition sums and cross-products), and the paired t built from
*> them. t x sqrt(2) is the studentized-range form of the same
*> statistic, judged against q for the full set of conditions so the
*> familywise error rate stays at .05 however many pairs there are
  01 ws-rmPairSumD PIC S9(9)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmPairSumD2 PIC 9(14)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmPairSdD PIC 9(9)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmPairT PIC 9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-rmPairQ PIC 9(6)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> chi-square test of independence storage. the data file arrives in one
*> of two layouts, decided by detectChisqLayout from its first line:
*> category-coded rows (one observation per line, as a row category and
*> a column category, tallied here into the contingency table) or a
*> pre-tallied table (a header line naming the columns, then one line
*> per row category carrying its label and whole-number counts). the
*> table holds up to 10 row and 10 column categories; the totals are
*> kept alongside so the expected counts can be derived from them
  01 ws-chiLayout PIC 9 VALUE ZERO.
     88 ws-cl-isCoded VALUE 0.
     88 ws-cl-isTable VALUE 1.
  01 ws-chiMaxCategories PIC 99 VALUE 10 USAGE IS COMPUTATIONAL-5.
  01 ws-chiRowCount PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chiColCount PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chiRowIdx PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chiColIdx PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chiRowLabels.
     05 ws-chiRowLabel OCCURS 10 TIMES PIC X(16) VALUE SPACES.
  01 ws-chiColLabels.
     05 ws-chiColLabel OCCURS 10 TIMES PIC X(16) VALUE SPACES.
  01 ws-chiTable.
     05 ws-chiRow OCCURS 10 TIMES.
        10 ws-chiObserved OCCURS 10 TIMES PIC 9(7) USAGE IS COMPUTATIONAL-5.
        10 ws-chiRowTotal PIC 9(7) USAGE IS COMPUTATIONAL-5.
  01 ws-chiColTotals.
     05 ws-chiColTotal OCCURS 10 TIMES PIC 9(7) USAGE IS COMPUTATIONAL-5.
  01 ws-chiGrandTotal PIC 9(7) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-chiLabelScratch PIC X(16) VALUE SPACES.

*> the two codes on the first line of a category-coded file, held while
*> detectChisqLayout reads on to see whether any later observation
*> shares either of them - a first line sharing neither (Arm,Outcome
*> above rows of A/B and improved/worse, say) is a header naming the two
*> variables rather than an observation
  01 ws-chiFirstRowCode PIC X(16) VALUE SPACES.
  01 ws-chiFirstColCode PIC X(16) VALUE SPACES.
  01 ws-chiFirstRowState PIC 9 VALUE ZERO.
     88 ws-cfr-isUnmatched VALUE 0.
     88 ws-cfr-isMatched VALUE 1.
  01 ws-chiLaterRowCount PIC 9(8) VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> a count cell from the pre-tallied layout, moved here to check it is a
*> whole, non-negative number (a fraction or sign is lost in the MOVE,
*> so the copy no longer equals the original)
  01 ws-chiCount PIC 9(7) VALUE ZEROS USAGE IS COMPUTATIONAL-5.

*> the statistic and the pieces it is built from: each cell's expected
*> count (row total x column total / N) and its (O-E)^2/E term, the
*> rows/columns that actually received observations (an all-zero row or
*> column has no expected counts and takes no part in df), and the
*> expected-count survey behind the small-cell warning - the usual rule
*> being that the test cannot be trusted when any expected count is
*> below 1 or more than a fifth of them are below 5. Cramer's V is the
*> run's effect size
  01 ws-chiExpected PIC 9(7)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-chiCellTerm PIC 9(9)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-chiSquare PIC 9(9)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-chiDf PIC 9(6) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-chiRealRows PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chiRealCols PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.
  01 ws-chiCellCount PIC 9(4) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-chiSmallCount PIC 9(4) VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-chiSmallestExpected PIC 9(7)V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-chiCramersV PIC 9V999 VALUE ZEROS USAGE IS COMPUTATIONAL-5.
  01 ws-chiSmallCellState PIC 9 VALUE ZERO.
     88 ws-csc-none VALUE 0.
     88 ws-csc-tolerable VALUE 1.
     88 ws-csc-untrustworthy VALUE 2.

*> scratch for laying out the observed/expected tables: whether the
*> table being printed carries a totals column, a count edited for
*> display, and the length of a column heading being right-aligned over
*> its column
  01 ws-chiShowTotals PIC 9 VALUE ZERO.
     88 ws-cst-shown VALUE 1.
  01 ws-chiFormattedCount PIC Z(10)9 VALUE ZEROS.
  01 ws-chiLabelLength PIC 99 VALUE ZERO USAGE IS COMPUTATIONAL-5.

*> the .05 and .01 critical values of chi-square for the table's df,
*> looked up by computeCriticalChi
  01 ws-critChi05 PIC 999V999 VALUE ZEROS.
  01 ws-critChi01 PIC 999V999 VALUE ZEROS.


PROCEDURE DIVISION CHAINING ws-testType ws-dataFilePath ws-cliArg1 ws-cliArg2
    ws-cliArg3 ws-cliArg4 ws-cliArg5 ws-cliArg6.
          PERFORM showUsage
          STOP RUN
        END-IF
*> the floor keeps the planned N within the six digits the plan's
*> verdict has room for (d of .02 needs at most 89,085 per group)
        IF FUNCTION NUMVAL(FUNCTION trim(ws-cliOptionValue)) < 0.02
          DISPLAY "Invalid --effect value - the expected effect size must be at least 0.02"
          PERFORM showUsage
          STOP RUN
        END-IF
*> batch run. when --data-b named a second data file, the run takes the
*> two-file form instead, each group arriving in its own file
  runSingleTest.
    MOVE 0 TO ws-signoffState.
    MOVE 0 TO ws-screenTaken.

    IF ws-tt-testIsPower AND ws-peg-given
*> the planning form of the power run works from the expected effect
*> size alone - <data-file> is only the label the plan is recorded
    END-IF
    END-IF.

    IF ws-sst-isDue
      PERFORM writeSignoffEntry
    END-IF.

  runOneFileTest.
    OPEN INPUT f-dataFile.

        PERFORM unpairedTest
      ELSE IF ws-tt-testIsAnova
        PERFORM anovaTest
      ELSE IF ws-tt-testIsRmAnova
        PERFORM rmAnovaTest
      ELSE IF ws-tt-testIsWilcoxon
        PERFORM wilcoxonTest
      ELSE IF ws-tt-testIsMannWhitney
        PERFORM correlationTest
      ELSE IF ws-tt-testIsPower
        PERFORM powerAchievedRun
      ELSE IF ws-tt-testIsChisq
        PERFORM chisqTest
      ELSE
        DISPLAY "Unrecognised test type '" FUNCTION trim(ws-testType) "'"
*> no test ran, so a batch entry that lands here must not be journalled
      UNSTRING ws-rb-buffer(1:ws-rb-length - 1) DELIMITED BY ',' OR ' '
        INTO ws-rb-a-val

      IF ws-rb-a-val NOT = SPACES
          AND FUNCTION TEST-NUMVAL(FUNCTION trim(ws-rb-a-val)) = 0
        COMPUTE ws-di-a-val ROUNDED MODE IS NEAREST-EVEN =
            FUNCTION NUMVAL(ws-rb-a-val)
        PERFORM accumulateSingleColumnValue
      ELSE
        IF ws-validationLineNumber = 1
    MOVE ws-di-a-val TO ws-formattedDataItem.
    MOVE SPACES TO ws-outputLine.
    MOVE ws-formattedIndex TO ws-outputLine(1:4).
    MOVE ws-formattedDataItem TO ws-outputLine(6:11).
    PERFORM emitLine.

*> runs every testType/dataFile pair listed in the batch control file named
    MOVE SPACES TO ws-outputLine.
    MOVE ws-pairLabel TO ws-outputLine(1:6).
    MOVE ws-pairValueA TO ws-formattedDataItem.
    MOVE ws-formattedDataItem TO ws-outputLine(6:11).
    MOVE ws-pairValueB TO ws-formattedDataItem.
    MOVE ws-formattedDataItem TO ws-outputLine(18:11).
    PERFORM emitLine.

*> lays out and emits a "label       = value" summary line from
    MOVE SPACES TO ws-outputLine.
    MOVE ws-singleLabel TO ws-outputLine(1:12).
    MOVE ws-singleValue TO ws-formattedDataItem.
    MOVE ws-formattedDataItem TO ws-outputLine(12:11).
    PERFORM emitLine.

  showUsage.
    DISPLAY '               test run, "correlation" (or "regression") for Pearson'.
    DISPLAY "               r/r-squared and the regression line of condition B on".
    DISPLAY '               condition A over paired two-column data, "power" for a power'.
    DISPLAY "               analysis (see --effect, --power and --design below),".
    DISPLAY '               "chisq" for a chi-square test of independence over'.
    DISPLAY '               categorical data (see below), "rm-anova" for a'.
    DISPLAY "               repeated-measures ANOVA (see below), or".
    DISPLAY '               "batch" to run a list of'.
    DISPLAY '               test type/data file pairs read from <data-file> (see below).'.
    DISPLAY '               The rank-based tests (wilcoxon, mann-whitney) suit ordinal or'.
    DISPLAY "  <data-file>  The path to the file containing the data to be analysed. The".
    DISPLAY "               file must contain CSV data, with completely numeric content".
    DISPLAY "               using either the comma ',' or space ' ' as the item delimiter.".
    DISPLAY "               A value may be signed and may carry a decimal point (e.g. -3,".
    DISPLAY "               12.75); values are held to three decimal places.".
    DISPLAY "               Empty lines are ignored. For paired t-tests there must be".
    DISPLAY "               exactly two data items per non-empty line. For unpaired t-tests".
    DISPLAY "               there can be one or two items per non-empty line. In such cases,".
    DISPLAY "               once per stratum plus once overall in a single invocation,".
    DISPLAY "               with a results panel and audit entry per stratum (identified".
    DISPLAY "               as data-file[label]) and a comparison summary at the end.".
    DISPLAY "               For the chisq test the file holds categories rather than".
    DISPLAY "               measurements, in either of two layouts. Category-coded rows".
    DISPLAY "               give one observation per line as its row category and its".
    DISPLAY "               column category (e.g. SITE-A,improved), with no header line;".
    DISPLAY "               they are tallied into the contingency table. A pre-tallied".
    DISPLAY "               table starts with a header line naming the row variable and".
    DISPLAY "               each column (e.g. Site,improved,unchanged,worse), then has one".
    DISPLAY "               line per row category giving its label and a whole-number".
    DISPLAY "               count under every column (e.g. SITE-A,12,5,3). Up to 10 row".
    DISPLAY "               and 10 column categories are supported (9 count columns in".
    DISPLAY "               the pre-tallied layout). The observed and expected counts,".
    DISPLAY "               chi-square, df and Cramer's V are reported, with a warning".
    DISPLAY "               when expected counts are too small for the test to be trusted.".
    DISPLAY "               For the rm-anova test each line is one subject and each".
    DISPLAY "               column the same measurement taken under one condition or at".
    DISPLAY "               one time point (e.g. Base,Wk4,Wk12 then 45,50,55), up to 10".
    DISPLAY "               columns. The differences between subjects are partitioned".
    DISPLAY "               out of the error term. F is reported with its dfs, partial".
    DISPLAY "               eta squared and the Greenhouse-Geisser epsilon, with a".
    DISPLAY "               caution when sphericity is doubtful; a significant F is".
    DISPLAY "               followed by paired comparisons of every pair of conditions.".
    DISPLAY "               A subject missing a value is handled by --missing.".
    DISPLAY "               When <type> is 'batch', <data-file> is instead a control file".
    DISPLAY "               listing one test to run per line, as 'testType,dataFile' pairs,".
    DISPLAY "               e.g.:".
    DISPLAY "                       than condition B). The verdict only counts a difference".
    DISPLAY "                       in the predicted direction, judged against the matching".
    DISPLAY "                       one-tailed critical values, and says which tail was".
    DISPLAY "                       tested. The default is a two-tailed test. Not valid".
    DISPLAY "                       for the chisq test type.".
    DISPLAY "                 --alpha=.05 or --alpha=.01  The significance level for the".
    DISPLAY "                       verdict and the confidence interval. The default is .05".
    DISPLAY "                       (which also reports .01 when that level is reached).".
    DISPLAY "                 --missing=drop or --missing=abort  What to do when a".
    DISPLAY "                       paired-data row has one value missing (or an".
    DISPLAY "                       rm-anova subject lacks a condition): abort (the".
    DISPLAY "                       default) stops the run; drop sets the incomplete pair".
    DISPLAY "                       or subject aside and reports how many were dropped.".
    DISPLAY "                 --outlier-sd=<n>  The screening threshold: after the".
    DISPLAY "                       two-condition tests, observations more than <n>".
    DISPLAY "                       standard deviations from their condition mean are".
    DISPLAY "                       header line naming its group, so the field teams'".
    DISPLAY "                       one-file-per-group deliveries need no hand-merging.".
    DISPLAY '                 --effect=<d>  For the "power" type: plan before the study.'.
    DISPLAY "                       <d> is the effect size (Cohen's d) the study expects,".
    DISPLAY "                       at least 0.02;".
    DISPLAY "                       the run reports the per-group N (or pairs) needed to".
    DISPLAY "                       detect it at the alpha/tails in force with the power".
    DISPLAY "                       asked for, records the answer in the audit log, and".
    DISPLAY "                       exist and still be open) and is recorded in the audit".
    DISPLAY "                       log entry and the results extract's study_id column,".
    DISPLAY "                       so downstream reports can group runs by study rather".
    DISPLAY "                       than by data file path. Only the study's owner".
    DISPLAY "                       and the analysts granted access with t-test-study".
    DISPLAY "                       grant may attach runs; anyone else is refused and".
    DISPLAY "                       the refusal is written to the audit log.".
    DISPLAY "                       Each completed run is entered in the sign-off".
    DISPLAY "                       register as pending until the study's owner".
    DISPLAY "                       approves or rejects it with t-test-signoff.".
    DISPLAY "               In a batch run the options apply to every entry.".

*> reads one line of the data file, as a single whole-record READ, into
*>       ON OVERFLOW DISPLAY "invalid content in data file: '" FUNCTION trim(buf) "'"
*>       PERFORM exitProgram.

*> validate value for condition A. a value may carry a leading sign and a
*> decimal point (-3, 12.75); anything NUMVAL cannot read is a bad item
    IF ws-rb-a-isEmpty
      MOVE 0 TO ws-di-a-isValid
      MOVE 1 TO ws-di-a-isEmpty
    ELSE IF FUNCTION TEST-NUMVAL(FUNCTION trim(ws-rb-a-val)) NOT = 0
      MOVE 0 TO ws-di-a-isValid
      MOVE 0 TO ws-di-a-isEmpty
    ELSE
      MOVE 1 TO ws-di-a-isValid
      MOVE 0 TO ws-di-a-isEmpty
      COMPUTE ws-di-a-val ROUNDED MODE IS NEAREST-EVEN =
          FUNCTION NUMVAL(ws-rb-a-val)
    END-IF.

*> validate value for condition B
    IF ws-rb-b-isEmpty
      MOVE 0 TO ws-di-b-isValid
      MOVE 1 TO ws-di-b-isEmpty
    ELSE IF FUNCTION TEST-NUMVAL(FUNCTION trim(ws-rb-b-val)) NOT = 0
      MOVE 0 TO ws-di-b-isValid
      MOVE 0 TO ws-di-b-isEmpty
    ELSE
      MOVE 1 TO ws-di-b-isValid
      MOVE 0 TO ws-di-b-isEmpty
      COMPUTE ws-di-b-val ROUNDED MODE IS NEAREST-EVEN =
          FUNCTION NUMVAL(ws-rb-b-val)
    END-IF.

*> when one stratum's pass is running, a row belonging to any other
    IF ws-anova-val(ws-anovaColumnCount) = SPACES
      MOVE 0 TO ws-anova-isValid(ws-anovaColumnCount)
      MOVE 1 TO ws-anova-isEmpty(ws-anovaColumnCount)
    ELSE IF FUNCTION TEST-NUMVAL(FUNCTION trim(ws-anova-val(ws-anovaColumnCount))) NOT = 0
      MOVE 0 TO ws-anova-isValid(ws-anovaColumnCount)
      MOVE 0 TO ws-anova-isEmpty(ws-anovaColumnCount)
    ELSE
      MOVE 1 TO ws-anova-isValid(ws-anovaColumnCount)
      MOVE 0 TO ws-anova-isEmpty(ws-anovaColumnCount)
      COMPUTE ws-anova-numeric(ws-anovaColumnCount) ROUNDED MODE IS NEAREST-EVEN =
          FUNCTION NUMVAL(ws-anova-val(ws-anovaColumnCount))
    END-IF.

*> peeks at the first line of the data file to see whether it is a header
*> a non-numeric first item marks a header - unless the item after it is
*> numeric, which is the signature of a data row leading with a stratum
*> label (e.g. SITE-A,12,13) rather than of a header naming conditions
      IF NOT ws-rb-a-isEmpty
          AND FUNCTION TEST-NUMVAL(FUNCTION trim(ws-rb-a-val)) NOT = 0
          AND (ws-rb-b-isEmpty
              OR FUNCTION TEST-NUMVAL(FUNCTION trim(ws-rb-b-val)) NOT = 0)
        MOVE 1 TO ws-hasHeaderRow
        PERFORM parseHeaderNames
      END-IF
    END-IF.

*> a chi-square file's categories are non-numeric by nature, so the test
*> above cannot tell its header from its data; its layout decides instead
    IF ws-tt-testIsChisq
      PERFORM detectChisqLayout
    END-IF.

    CLOSE f-dataFile.
    OPEN INPUT f-dataFile.
    MOVE 0 TO ws-dataFileState.

*> decides which layout a chi-square data file is in from its first line,
*> still held in ws-rb-buffer: three or more items (a row-variable name
*> plus at least two column names) is the header of a pre-tallied table,
*> and its names become the column labels; anything shorter belongs to a
*> category-coded file, whose first line is either a header naming the
*> two variables or the first observation - checkChisqCodedHeader tells
*> which. a header naming more columns than the table holds stops the
*> run rather than quietly dropping the columns beyond it
  detectChisqLayout.
    MOVE 0 TO ws-chiLayout.
    MOVE 0 TO ws-hasHeaderRow.
    MOVE 0 TO ws-conditionNameCount.

    IF ws-rb-length > 1
      PERFORM parseHeaderNames

      IF ws-conditionNameCount >= 3
        IF ws-anovaPointer <= ws-rb-length - 1
          DISPLAY "too many columns - a contingency table may have at most 9 count columns"
          PERFORM exitProgram
        END-IF
        MOVE 1 TO ws-chiLayout
        MOVE 1 TO ws-hasHeaderRow
      ELSE
        MOVE 0 TO ws-conditionNameCount
        PERFORM checkChisqCodedHeader
      END-IF
    END-IF.

*> reads the rest of a category-coded file looking for a later
*> observation that shares the first line's row code or its column code.
*> none doing so marks the first line as a header, which skipHeaderRow
*> then passes over in the validation pass (so it is not counted in the
*> fingerprint's rows) and in the tally. a file of a single line has
*> nothing to compare against and is taken as data. the caller rewinds
*> the file afterwards
  checkChisqCodedHeader.
    INITIALIZE ws-chiFirstRowCode.
    INITIALIZE ws-chiFirstColCode.
    UNSTRING ws-rb-buffer(1:ws-rb-length - 1) DELIMITED BY ',' OR ' '
      INTO ws-chiFirstRowCode, ws-chiFirstColCode.

    IF ws-chiFirstRowCode = SPACES OR ws-chiFirstColCode = SPACES
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO ws-chiFirstRowState.
    MOVE 0 TO ws-chiLaterRowCount.

    PERFORM WITH TEST AFTER UNTIL ws-dfs-isEof OR ws-cfr-isMatched
      PERFORM readAnovaData

      IF ws-anovaColumnCount NOT = 0
        ADD 1 TO ws-chiLaterRowCount
        IF ws-anova-val(1) = ws-chiFirstRowCode
            OR ws-anova-val(2) = ws-chiFirstColCode
          MOVE 1 TO ws-chiFirstRowState
        END-IF
      END-IF
    END-PERFORM.

    IF ws-cfr-isUnmatched AND ws-chiLaterRowCount > 0
      MOVE 1 TO ws-hasHeaderRow
    END-IF.

*> splits the header line currently held in ws-rb-buffer into condition
*> names, reusing ws-anovaPointer as scratch in the same way
*> parseAnovaColumn does
        INTO ws-stratRawLabel, ws-rb-a-val

      IF ws-stratRawLabel NOT = SPACES
          AND FUNCTION TEST-NUMVAL(FUNCTION trim(ws-stratRawLabel)) NOT = 0
          AND NOT ws-rb-a-isEmpty
          AND FUNCTION TEST-NUMVAL(FUNCTION trim(ws-rb-a-val)) = 0
        MOVE 1 TO ws-strataPresent

        IF ws-hhr-isPresent AND ws-conditionNameCount > 1
*> header by detectHeader
  skipHeaderRow.
    IF ws-hhr-isPresent
      IF ws-tt-testIsAnova OR ws-tt-testIsRmAnova OR ws-tt-testIsDescribe
          OR ws-tt-testIsChisq
        PERFORM readAnovaData
      ELSE
        PERFORM readData
        STOP RUN
    END-EVALUATE.

    PERFORM checkStudyAuthorisation.

*> reads one registry line and checks it against ws-studyId. later lines
*> keep being read after a match (the registry is small and the loop
*> exits on EOF either way), but a later duplicate cannot demote a study

    IF FUNCTION trim(ws-studyLineId) = FUNCTION trim(ws-studyId)
        AND NOT ws-sls-foundOpen
      MOVE ws-studyLineOwner TO ws-studyOwner
      IF FUNCTION trim(ws-studyLineStatus) = "open"
        MOVE 1 TO ws-studyLookupState
      ELSE
      END-IF
    END-IF.

*> confirms the user running the test (the same USER/LOGNAME identity
*> the audit log records) may attach runs to the study: its owner always
*> may, anyone else only with a grant in the analyst list. a refusal is
*> itself written to the audit log - an attempted run against someone
*> else's study is exactly what the compliance trail has to show - and
*> stops the run before any test. an analyst list that does not exist
*> yet simply holds no grants
  checkStudyAuthorisation.
    PERFORM stampAuditEntry.
    MOVE 0 TO ws-studyAccessState.

    IF FUNCTION trim(ws-auditUser) = FUNCTION trim(ws-studyOwner)
      MOVE 1 TO ws-studyAccessState
    ELSE
      OPEN INPUT f-analystFile
      IF ws-ans-isOk
        PERFORM readAnalystLine UNTIL NOT ws-ans-isOk
        CLOSE f-analystFile
      ELSE IF ws-analystFileStatus NOT = "35"
        DISPLAY "Cannot open analyst list '" FUNCTION trim(ws-analystFilePath)
            "', status " ws-analystFileStatus
        STOP RUN
      END-IF
      END-IF
    END-IF.

    IF ws-sas-isRefused
      DISPLAY "User '" FUNCTION trim(ws-auditUser)
          "' is not authorised to run tests for study '"
          FUNCTION trim(ws-studyId)
          "' - the study owner can grant access with t-test-study grant"
      PERFORM writeRefusedRunEntry
      STOP RUN
    END-IF.

  readAnalystLine.
    READ f-analystFile INTO ws-studyInputLine
      AT END
        MOVE "10" TO ws-analystFileStatus
      NOT AT END
        MOVE SPACES TO ws-analystLineStudy
        MOVE SPACES TO ws-analystLineUser
        UNSTRING ws-studyInputLine DELIMITED BY ','
          INTO ws-analystLineStudy, ws-analystLineUser
        IF FUNCTION trim(ws-analystLineStudy) = FUNCTION trim(ws-studyId)
            AND FUNCTION trim(ws-analystLineUser) = FUNCTION trim(ws-auditUser)
          MOVE 1 TO ws-studyAccessState
        END-IF
    END-READ.

*> builds the checkpoint file path for the data file currently named in
*> ws-dataFilePath, by appending ".ckpt" to it
  buildCheckpointFilePath.
*> there, creating the file on the first run and extending it on every run
*> after that
  writeAuditLogEntry.
    PERFORM stampAuditEntry.

    MOVE ws-auditStatValue TO ws-auditFormattedValue.
    MOVE SPACES TO ws-auditValueText.
        " | " FUNCTION trim(ws-auditVerdict)
      DELIMITED BY SIZE INTO ws-auditLine.

*> both records are built, chain and all, before either is written, so
*> a run too long to record leaves neither file half-extended
    MOVE 0 TO ws-recordOverflow.
    PERFORM chainAuditLine.
    PERFORM buildResultsExtract.
    IF ws-ro-isOverflow
      PERFORM refuseOverlongRecord
    END-IF.

    PERFORM writeAuditRecord.
    PERFORM writeResultsExtract.

    IF ws-studyId NOT = SPACES AND ws-stratumFilter = SPACES
      MOVE ws-auditTimestamp TO ws-signoffTimestamp
      MOVE ws-auditUser TO ws-signoffUser
      MOVE ws-testType TO ws-signoffTestType
      MOVE ws-dataFilePath TO ws-signoffDataFile
      MOVE ws-auditVerdict TO ws-signoffVerdict
      INSPECT ws-signoffVerdict REPLACING ALL "," BY ";"
      MOVE SPACES TO ws-signoffRows ws-signoffSum
      IF ws-ft-taken
        MOVE FUNCTION trim(ws-fingerprintRowsFmt) TO ws-signoffRows
        MOVE FUNCTION trim(ws-fingerprintSumFmt) TO ws-signoffSum
      END-IF
      MOVE 1 TO ws-signoffState
    END-IF.

*> appends the current run to the sign-off register as pending review,
*> under the next run ID after the highest already in the register (the
*> register is read through once to find it, creating the register on
*> the first entry). the study's owner approves or rejects it with
*> t-test-signoff, and the period and the study cannot be closed while
*> it is still pending
  writeSignoffEntry.
    MOVE 0 TO ws-signoffLastId.
    OPEN INPUT f-signoffFile.
    IF ws-sos-isOk
      PERFORM readSignoffRunId UNTIL NOT ws-sos-isOk
      CLOSE f-signoffFile
    END-IF.
    ADD 1 TO ws-signoffLastId GIVING ws-signoffRunId.

    MOVE SPACES TO ws-signoffFlagText.
    IF ws-sct-taken
      MOVE ws-screenFlagCount TO ws-signoffFlagsFmt
      MOVE FUNCTION trim(ws-signoffFlagsFmt) TO ws-signoffFlagText
    END-IF.

    MOVE SPACES TO f-so-record.
    STRING ws-signoffRunId
        "," FUNCTION trim(ws-signoffTimestamp)
        "," FUNCTION trim(ws-signoffUser)
        "," FUNCTION trim(ws-studyId)
        "," FUNCTION trim(ws-signoffTestType)
        "," FUNCTION trim(ws-signoffDataFile)
        "," FUNCTION trim(ws-signoffVerdict)
        "," FUNCTION trim(ws-signoffFlagText)
        "," FUNCTION trim(ws-signoffRows)
        "," FUNCTION trim(ws-signoffSum)
        ",pending,,,"
      DELIMITED BY SIZE INTO f-so-record.

    OPEN EXTEND f-signoffFile.
    IF NOT ws-sos-isOk
      OPEN OUTPUT f-signoffFile
    END-IF.
    IF NOT ws-sos-isOk
      DISPLAY "Cannot open sign-off register '" FUNCTION trim(ws-signoffFilePath)
          "', status " ws-signoffFileStatus " - run not entered for review"
      EXIT PARAGRAPH
    END-IF.
    WRITE f-so-record.
    CLOSE f-signoffFile.

    MOVE SPACES TO ws-outputLine.
    STRING "Sign-off: run " ws-signoffRunId
        " entered for review by the owner of study "
        FUNCTION trim(ws-studyId) " (pending)"
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.

*> reads one sign-off register line, keeping the highest run ID seen
  readSignoffRunId.
    READ f-signoffFile
      AT END
        MOVE "10" TO ws-signoffFileStatus
      NOT AT END
        MOVE SPACES TO ws-signoffLineId
        UNSTRING f-so-record DELIMITED BY ","
          INTO ws-signoffLineId
        END-UNSTRING
        IF ws-signoffLineId IS NUMERIC
            AND ws-signoffLineId > ws-signoffLastId
          MOVE ws-signoffLineId TO ws-signoffLastId
        END-IF
    END-READ.

*> the timestamp and user identity (USER, or LOGNAME if USER is not set)
*> for the audit entry about to be written
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

*> appends the line built in ws-auditLine to the audit log, creating the
*> log on the first write. the line is closed with its chain value
*> (" | chain=..."), computed from the log's current last line, so the
*> log is read through once to find that line before it is extended
  appendAuditLine.
    MOVE 0 TO ws-recordOverflow.
    PERFORM chainAuditLine.
    IF ws-ro-isOverflow
      PERFORM refuseOverlongRecord
    END-IF.
    PERFORM writeAuditRecord.

*> closes ws-auditLine with the chain value following the log's last
*> line, into ws-auditRecord; a line with no room left for its chain
*> value is flagged in ws-recordOverflow
  chainAuditLine.
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

    MOVE SPACES TO ws-auditRecord.
    STRING ws-auditLine(1:ws-chainContentLength) " | chain=" ws-chainValue
      DELIMITED BY SIZE INTO ws-auditRecord
      ON OVERFLOW
        MOVE 1 TO ws-recordOverflow
    END-STRING.

*> appends the chained line in ws-auditRecord to the audit log
  writeAuditRecord.
    OPEN EXTEND f-auditFile.
    IF NOT ws-afs-isOk
      OPEN OUTPUT f-auditFile
    END-IF.

    MOVE ws-auditRecord TO f-au-record.
    WRITE f-au-record.
    CLOSE f-auditFile.

*> a run whose audit line or extract record would not fit in a record
*> with its chain value is refused before either file is touched
  refuseOverlongRecord.
    MOVE SPACES TO ws-outputLine.
    STRING "Run not recorded: its audit line or results extract record"
        " passes 512 characters with the chain value - shorten the data"
        " file path"
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.
    MOVE 8 TO RETURN-CODE.
    PERFORM exitProgram.

  readAuditChainTail.
    READ f-auditFile INTO ws-chainTailLine
      AT END
        MOVE "10" TO ws-auditFileStatus
      NOT AT END
        IF ws-chainTailLine NOT = SPACES
          PERFORM takeChainFromTail
        END-IF
    END-READ.

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

*> the audit entry for a --study run refused because the user is not
*> authorised for the study. it keeps the log's layout, with the
*> REFUSED= pair in place of a statistic so the audit summary can pick
*> refusals out; no test ran, so nothing goes to the results extract
  writeRefusedRunEntry.
    MOVE SPACES TO ws-auditLine.
    STRING FUNCTION trim(ws-auditTimestamp)
        " | user=" FUNCTION trim(ws-auditUser)
        " | test=" FUNCTION trim(ws-testType)
        " | file=" FUNCTION trim(ws-dataFilePath)
        " | study=" FUNCTION trim(ws-studyId)
        " | REFUSED=unauthorised"
        " | run refused - user not authorised for the study"
      DELIMITED BY SIZE INTO ws-auditLine.

    PERFORM appendAuditLine.

*> appends one strict-CSV record for the run just audited to the results
*> extract file, so the downstream results database loads it directly
*> record (empty where it does not apply to the test type):
*>   timestamp,user,test_type,data_file,n_a,mean_a,n_b,mean_b,stat,
*>   stat_value,df1,df2,alpha,tails,verdict,ci_lower,ci_upper,effect_size,
*>   study_id,n_rows,checksum,p_value,chain
*> df1 is the test's df (between-groups df for ANOVA, between-conditions
*> df for repeated-measures ANOVA); df2 is only used by the two ANOVAs,
*> for the within-groups (or residual error) df. n/mean a and b are the first two
*> conditions for the column-organised run types; a chi-square run puts
*> its total observation count in n_a, and Cramer's V in effect_size. study_id is the
*> registered study the run was attached to with --study, empty when the
*> run was not attached to one. n_rows/checksum are the data file's
*> fingerprint from the validation pass (left empty for a run that read
*> no data file, e.g. power planning - an empty column cannot be
*> mistaken for a real fingerprint), so a rerun against edited data is
*> detectable downstream. p_value is the run's exact p-value (empty for
*> a run type with none), so a study's runs can be adjusted for multiple
*> comparisons downstream. chain is the record's tamper-evident chain
*> value, following the extract's previous record the way each audit
*> line follows the one before it. the header row is written once, when
*> the file is first created. the record is built here, and written by
*> writeResultsExtract; a record with no room left for its chain value
*> is flagged in ws-recordOverflow
  buildResultsExtract.
    MOVE SPACES TO ws-extractLine.
    MOVE 1 TO ws-extractPointer.
    STRING FUNCTION trim(ws-auditTimestamp) DELIMITED BY SIZE
    MOVE ws-auditFileText TO ws-extractField.
    PERFORM appendExtractField.

    IF ws-tt-testIsAnova OR ws-tt-testIsRmAnova OR ws-tt-testIsDescribe
      MOVE ws-anovaGroupN(1) TO ws-extractNumber
      PERFORM appendExtractNumber
      MOVE ws-anovaGroupMean(1) TO ws-extractNumber
        PERFORM appendEmptyExtractField
        PERFORM appendEmptyExtractField
      END-IF
    ELSE IF ws-tt-testIsChisq
      MOVE ws-chiGrandTotal TO ws-extractNumber
      PERFORM appendExtractNumber
      PERFORM appendEmptyExtractField
      PERFORM appendEmptyExtractField
      PERFORM appendEmptyExtractField
    ELSE
      MOVE ws-count-a TO ws-extractNumber
      PERFORM appendExtractNumber
        PERFORM appendExtractNumber
        MOVE ws-anovaDfWithin TO ws-extractNumber
        PERFORM appendExtractNumber
      WHEN ws-tt-testIsRmAnova
        MOVE ws-rmDfConditions TO ws-extractNumber
        PERFORM appendExtractNumber
        MOVE ws-rmDfError TO ws-extractNumber
        PERFORM appendExtractNumber
      WHEN ws-tt-testIsPaired OR ws-tt-testIsUnpaired
          OR ws-tt-testIsCorrelation
        MOVE ws-df TO ws-extractNumber
        PERFORM appendExtractNumber
        PERFORM appendEmptyExtractField
      WHEN ws-tt-testIsChisq
        MOVE ws-chiDf TO ws-extractNumber
        PERFORM appendExtractNumber
        PERFORM appendEmptyExtractField
      WHEN OTHER
        PERFORM appendEmptyExtractField
        PERFORM appendEmptyExtractField
          MOVE ws-corrR TO ws-extractNumber
          PERFORM appendExtractNumber
        END-IF
*> partial eta squared is the repeated-measures ANOVA's effect size
      WHEN ws-tt-testIsRmAnova
        PERFORM appendEmptyExtractField
        PERFORM appendEmptyExtractField
        MOVE ws-rmPartialEta TO ws-extractNumber
        PERFORM appendExtractNumber
*> Cramer's V is the chi-square run's effect size
      WHEN ws-tt-testIsChisq
        PERFORM appendEmptyExtractField
        PERFORM appendEmptyExtractField
        MOVE ws-chiCramersV TO ws-extractNumber
        PERFORM appendExtractNumber
      WHEN OTHER
        PERFORM appendEmptyExtractField
        PERFORM appendEmptyExtractField
      PERFORM appendEmptyExtractField
    END-IF.

    IF ws-pv-isKnown
      MOVE ws-pValue TO ws-pValueFmt
      MOVE ws-pValueFmt TO ws-extractField
      PERFORM appendExtractField
    ELSE
      PERFORM appendEmptyExtractField
    END-IF.
    MOVE 0 TO ws-pValueState.

    MOVE "," TO ws-chainSeparator.
    MOVE 1 TO ws-chainSepLength.
    MOVE ws-chainSeed TO ws-chainPrevious.
    OPEN INPUT f-extractFile.
    IF ws-efs-isOk
      PERFORM readExtractChainTail UNTIL NOT ws-efs-isOk
      CLOSE f-extractFile
    END-IF.

    MOVE ws-extractLine TO ws-chi-content.
    COMPUTE ws-chainContentLength = ws-extractPointer - 1.
    PERFORM computeChainValue.
    STRING "," ws-chainValue DELIMITED BY SIZE
      INTO ws-extractLine WITH POINTER ws-extractPointer
      ON OVERFLOW
        MOVE 1 TO ws-recordOverflow
    END-STRING.

*> appends the record built in ws-extractLine to the results extract,
*> creating the file with its header row on the first write
  writeResultsExtract.
    OPEN EXTEND f-extractFile.
    IF NOT ws-efs-isOk
      OPEN OUTPUT f-extractFile
      IF ws-efs-isOk
        MOVE "timestamp,user,test_type,data_file,n_a,mean_a,n_b,mean_b,stat,stat_value,df1,df2,alpha,tails,verdict,ci_lower,ci_upper,effect_size,study_id,n_rows,checksum,p_value,chain" TO f-ex-record
        WRITE f-ex-record
      END-IF
    END-IF.
    MOVE FUNCTION trim(ws-extractSignedFmt) TO ws-extractField.
    PERFORM appendExtractField.

*> the exact two-tailed p-value of a t (ws-pvStat, its absolute value) on
*> ws-pvDf1 degrees of freedom: the incomplete beta function at
*> df/(df+t2) with a = df/2 and b = 1/2
  computePValueT.
    IF 0 = ws-pvDf1
      MOVE 0 TO ws-pValueState
      EXIT PARAGRAPH
    END-IF.
    COMPUTE ws-pvX ROUNDED MODE IS NEAREST-EVEN =
        ws-pvDf1 / (ws-pvDf1 + (ws-pvStat ** 2)).
    COMPUTE ws-pvA = ws-pvDf1 / 2.
    MOVE 0.5 TO ws-pvB.
    PERFORM computeIncompleteBeta.
    PERFORM storePValue.

*> the exact p-value of an F (ws-pvStat) on ws-pvDf1 and ws-pvDf2 degrees
*> of freedom: the incomplete beta function at df2/(df2+df1*F) with
*> a = df2/2 and b = df1/2
  computePValueF.
    IF 0 = ws-pvDf1 OR 0 = ws-pvDf2
      MOVE 0 TO ws-pValueState
      EXIT PARAGRAPH
    END-IF.
    COMPUTE ws-pvX ROUNDED MODE IS NEAREST-EVEN =
        ws-pvDf2 / (ws-pvDf2 + (ws-pvDf1 * ws-pvStat)).
    COMPUTE ws-pvA = ws-pvDf2 / 2.
    COMPUTE ws-pvB = ws-pvDf1 / 2.
    PERFORM computeIncompleteBeta.
    PERFORM storePValue.

*> the exact p-value of a chi-square (ws-pvStat) on ws-pvDf1 degrees of
*> freedom: the upper incomplete gamma function at chi2/2 with a = df/2
  computePValueChi.
    IF 0 = ws-pvDf1
      MOVE 0 TO ws-pValueState
      EXIT PARAGRAPH
    END-IF.
    COMPUTE ws-pvA = ws-pvDf1 / 2.
    COMPUTE ws-pvX = ws-pvStat / 2.
    PERFORM computeIncompleteGammaQ.
    PERFORM storePValue.

*> the two-tailed p-value of a standard normal z (ws-pvStat, its absolute
*> value): a chi-square on one df at z2
  computePValueZ.
    MOVE 0.5 TO ws-pvA.
    COMPUTE ws-pvX ROUNDED MODE IS NEAREST-EVEN = (ws-pvStat ** 2) / 2.
    PERFORM computeIncompleteGammaQ.
    PERFORM storePValue.

*> a one-tailed run's p-value from the two-tailed one just computed: half
*> of it when the observed difference lies in the predicted direction,
*> the rest of the distribution when it does not
  convertPValueOneTailed.
    IF ws-pvd-isWrongWay
      COMPUTE ws-pValue ROUNDED MODE IS NEAREST-EVEN = 1 - (ws-pValue / 2)
    ELSE
      COMPUTE ws-pValue ROUNDED MODE IS NEAREST-EVEN = ws-pValue / 2
    END-IF.

  storePValue.
    IF ws-pvResult < 0
      MOVE 0 TO ws-pvResult
    END-IF.
    IF ws-pvResult > 1
      MOVE 1 TO ws-pvResult
    END-IF.
    COMPUTE ws-pValue ROUNDED MODE IS NEAREST-EVEN = ws-pvResult.
    MOVE 1 TO ws-pValueState.

*> prints the p-value just computed under the verdict, in the same column
*> as the other labelled results
  emitPValueLine.
    IF ws-pv-isUnknown
      EXIT PARAGRAPH
    END-IF.
    MOVE ws-pValue TO ws-pValueFmt.
    MOVE SPACES TO ws-outputLine.
    MOVE "p         = " TO ws-outputLine(1:12).
    MOVE ws-pValueFmt TO ws-outputLine(15:8).
    PERFORM emitLine.

*> the regularised incomplete beta function I(x; a, b) of ws-pvX, ws-pvA
*> and ws-pvB into ws-pvResult. the continued fraction converges fastest
*> below (a+1)/(a+b+2), so beyond that point the symmetry
*> I(x; a, b) = 1 - I(1-x; b, a) is used instead
  computeIncompleteBeta.
    IF ws-pvX <= 0
      MOVE 0 TO ws-pvResult
      EXIT PARAGRAPH
    END-IF.
    IF ws-pvX >= 1
      MOVE 1 TO ws-pvResult
      EXIT PARAGRAPH
    END-IF.

    COMPUTE ws-pvLnGammaArg = ws-pvA + ws-pvB.
    PERFORM computeLnGamma.
    MOVE ws-pvLnGamma TO ws-pvFront.
    MOVE ws-pvA TO ws-pvLnGammaArg.
    PERFORM computeLnGamma.
    SUBTRACT ws-pvLnGamma FROM ws-pvFront.
    MOVE ws-pvB TO ws-pvLnGammaArg.
    PERFORM computeLnGamma.
    SUBTRACT ws-pvLnGamma FROM ws-pvFront.
    COMPUTE ws-pvFront ROUNDED MODE IS NEAREST-EVEN =
        ws-pvFront + (ws-pvA * FUNCTION LOG(ws-pvX))
        + (ws-pvB * FUNCTION LOG(1 - ws-pvX)).
    COMPUTE ws-pvFront ROUNDED MODE IS NEAREST-EVEN = FUNCTION EXP(ws-pvFront).

    IF ws-pvX < (ws-pvA + 1) / (ws-pvA + ws-pvB + 2)
      MOVE ws-pvA TO ws-pvCfA
      MOVE ws-pvB TO ws-pvCfB
      MOVE ws-pvX TO ws-pvCfX
      PERFORM computeBetaContinuedFraction
      COMPUTE ws-pvResult ROUNDED MODE IS NEAREST-EVEN =
          (ws-pvFront * ws-pvCfH) / ws-pvA
    ELSE
      MOVE ws-pvB TO ws-pvCfA
      MOVE ws-pvA TO ws-pvCfB
      COMPUTE ws-pvCfX = 1 - ws-pvX
      PERFORM computeBetaContinuedFraction
      COMPUTE ws-pvResult ROUNDED MODE IS NEAREST-EVEN =
          1 - ((ws-pvFront * ws-pvCfH) / ws-pvB)
    END-IF.

*> the incomplete beta's continued fraction for ws-pvCfA, ws-pvCfB and
*> ws-pvCfX into ws-pvCfH, evaluated by the modified Lentz method: two
*> terms per step, stopping once a step no longer changes the result to
*> the precision held (ws-pvTiny keeps a vanishing denominator finite)
  computeBetaContinuedFraction.
    MOVE 1 TO ws-pvCfC.
    COMPUTE ws-pvCfD ROUNDED MODE IS NEAREST-EVEN =
        1 - (((ws-pvCfA + ws-pvCfB) * ws-pvCfX) / (ws-pvCfA + 1)).
    IF FUNCTION abs(ws-pvCfD) < ws-pvTiny
      MOVE ws-pvTiny TO ws-pvCfD
    END-IF.
    COMPUTE ws-pvCfD ROUNDED MODE IS NEAREST-EVEN = 1 / ws-pvCfD.
    MOVE ws-pvCfD TO ws-pvCfH.
    MOVE 0 TO ws-pvCfState.

    PERFORM addBetaContinuedFractionStep
      VARYING ws-pvCfM FROM 1 BY 1
      UNTIL ws-pvCfM > ws-pvMaxIterations OR ws-pvcf-isConverged.

  addBetaContinuedFractionStep.
    COMPUTE ws-pvCfAa ROUNDED MODE IS NEAREST-EVEN =
        (ws-pvCfM * (ws-pvCfB - ws-pvCfM) * ws-pvCfX)
        / ((ws-pvCfA - 1 + (2 * ws-pvCfM)) * (ws-pvCfA + (2 * ws-pvCfM))).
    PERFORM applyLentzTerm.
    COMPUTE ws-pvCfH ROUNDED MODE IS NEAREST-EVEN = ws-pvCfH * ws-pvCfDel.

    COMPUTE ws-pvCfAa ROUNDED MODE IS NEAREST-EVEN =
        0 - ((ws-pvCfA + ws-pvCfM) * (ws-pvCfA + ws-pvCfB + ws-pvCfM) * ws-pvCfX)
        / ((ws-pvCfA + (2 * ws-pvCfM)) * (ws-pvCfA + 1 + (2 * ws-pvCfM))).
    PERFORM applyLentzTerm.
    COMPUTE ws-pvCfH ROUNDED MODE IS NEAREST-EVEN = ws-pvCfH * ws-pvCfDel.

    IF FUNCTION abs(ws-pvCfDel - 1) < ws-pvEpsilon
      MOVE 1 TO ws-pvCfState
    END-IF.

*> one Lentz update with the partial numerator in ws-pvCfAa (and a
*> partial denominator of 1), leaving the step's factor in ws-pvCfDel
  applyLentzTerm.
    COMPUTE ws-pvCfD ROUNDED MODE IS NEAREST-EVEN = 1 + (ws-pvCfAa * ws-pvCfD).
    IF FUNCTION abs(ws-pvCfD) < ws-pvTiny
      MOVE ws-pvTiny TO ws-pvCfD
    END-IF.
    COMPUTE ws-pvCfC ROUNDED MODE IS NEAREST-EVEN = 1 + (ws-pvCfAa / ws-pvCfC).
    IF FUNCTION abs(ws-pvCfC) < ws-pvTiny
      MOVE ws-pvTiny TO ws-pvCfC
    END-IF.
    COMPUTE ws-pvCfD ROUNDED MODE IS NEAREST-EVEN = 1 / ws-pvCfD.
    COMPUTE ws-pvCfDel ROUNDED MODE IS NEAREST-EVEN = ws-pvCfD * ws-pvCfC.

*> the regularised upper incomplete gamma function Q(a, x) of ws-pvA and
*> ws-pvX into ws-pvResult: by its series (giving P, and Q = 1 - P) below
*> x = a+1, by its continued fraction above
  computeIncompleteGammaQ.
    IF ws-pvX <= 0
      MOVE 1 TO ws-pvResult
      EXIT PARAGRAPH
    END-IF.

    MOVE ws-pvA TO ws-pvLnGammaArg.
    PERFORM computeLnGamma.
    COMPUTE ws-pvFront ROUNDED MODE IS NEAREST-EVEN =
        (ws-pvA * FUNCTION LOG(ws-pvX)) - ws-pvX - ws-pvLnGamma.
    COMPUTE ws-pvFront ROUNDED MODE IS NEAREST-EVEN = FUNCTION EXP(ws-pvFront).
    MOVE 0 TO ws-pvCfState.

    IF ws-pvX < ws-pvA + 1
      MOVE ws-pvA TO ws-pvCfA
      COMPUTE ws-pvCfH ROUNDED MODE IS NEAREST-EVEN = 1 / ws-pvA
      MOVE ws-pvCfH TO ws-pvCfDel
      PERFORM addGammaSeriesTerm
        VARYING ws-pvCfM FROM 1 BY 1
        UNTIL ws-pvCfM > ws-pvMaxIterations OR ws-pvcf-isConverged
      COMPUTE ws-pvResult ROUNDED MODE IS NEAREST-EVEN =
          1 - (ws-pvCfH * ws-pvFront)
    ELSE
      COMPUTE ws-pvCfB = ws-pvX + 1 - ws-pvA
      COMPUTE ws-pvCfC ROUNDED MODE IS NEAREST-EVEN = 1 / ws-pvTiny
      COMPUTE ws-pvCfD ROUNDED MODE IS NEAREST-EVEN = 1 / ws-pvCfB
      MOVE ws-pvCfD TO ws-pvCfH
      PERFORM addGammaContinuedFractionStep
        VARYING ws-pvCfM FROM 1 BY 1
        UNTIL ws-pvCfM > ws-pvMaxIterations OR ws-pvcf-isConverged
      COMPUTE ws-pvResult ROUNDED MODE IS NEAREST-EVEN =
          ws-pvCfH * ws-pvFront
    END-IF.

  addGammaSeriesTerm.
    ADD 1 TO ws-pvCfA.
    COMPUTE ws-pvCfDel ROUNDED MODE IS NEAREST-EVEN =
        ws-pvCfDel * (ws-pvX / ws-pvCfA).
    ADD ws-pvCfDel TO ws-pvCfH.
    IF FUNCTION abs(ws-pvCfDel) < FUNCTION abs(ws-pvCfH) * ws-pvEpsilon
      MOVE 1 TO ws-pvCfState
    END-IF.

  addGammaContinuedFractionStep.
    COMPUTE ws-pvCfAa = 0 - (ws-pvCfM * (ws-pvCfM - ws-pvA)).
    ADD 2 TO ws-pvCfB.
    COMPUTE ws-pvCfD ROUNDED MODE IS NEAREST-EVEN =
        (ws-pvCfAa * ws-pvCfD) + ws-pvCfB.
    IF FUNCTION abs(ws-pvCfD) < ws-pvTiny
      MOVE ws-pvTiny TO ws-pvCfD
    END-IF.
    COMPUTE ws-pvCfC ROUNDED MODE IS NEAREST-EVEN =
        ws-pvCfB + (ws-pvCfAa / ws-pvCfC).
    IF FUNCTION abs(ws-pvCfC) < ws-pvTiny
      MOVE ws-pvTiny TO ws-pvCfC
    END-IF.
    COMPUTE ws-pvCfD ROUNDED MODE IS NEAREST-EVEN = 1 / ws-pvCfD.
    COMPUTE ws-pvCfDel ROUNDED MODE IS NEAREST-EVEN = ws-pvCfD * ws-pvCfC.
    COMPUTE ws-pvCfH ROUNDED MODE IS NEAREST-EVEN = ws-pvCfH * ws-pvCfDel.
    IF FUNCTION abs(ws-pvCfDel - 1) < ws-pvEpsilon
      MOVE 1 TO ws-pvCfState
    END-IF.

*> the natural log of the gamma function at ws-pvLnGammaArg (positive)
*> into ws-pvLnGamma, by the Lanczos approximation
  computeLnGamma.
    COMPUTE ws-pvLnGammaTmp = ws-pvLnGammaArg + 5.5.
    COMPUTE ws-pvLnGammaTmp ROUNDED MODE IS NEAREST-EVEN =
        ws-pvLnGammaTmp
        - ((ws-pvLnGammaArg + 0.5) * FUNCTION LOG(ws-pvLnGammaTmp)).
    MOVE 1.000000000190015 TO ws-pvLnGammaSum.
    MOVE ws-pvLnGammaArg TO ws-pvLnGammaY.
    PERFORM addLanczosTerm
      VARYING ws-pvLanczosIdx FROM 1 BY 1 UNTIL ws-pvLanczosIdx > 6.
    COMPUTE ws-pvLnGamma ROUNDED MODE IS NEAREST-EVEN =
        FUNCTION LOG((2.5066282746310005 * ws-pvLnGammaSum) / ws-pvLnGammaArg)
        - ws-pvLnGammaTmp.

  addLanczosTerm.
    ADD 1 TO ws-pvLnGammaY.
    COMPUTE ws-pvLnGammaSum ROUNDED MODE IS NEAREST-EVEN =
        ws-pvLnGammaSum + (ws-pvLanczos(ws-pvLanczosIdx) / ws-pvLnGammaY).

*> makes a first pass over the whole data file, listing every bad row (line
*> number and raw content) rather than stopping at the first one. once this
*> pass is done the data file is rewound (closed and re-opened) ready for the
    MOVE 1 TO ws-fingerprintActive.
    MOVE 1 TO ws-fingerprintTaken.

    IF ws-tt-testIsAnova OR ws-tt-testIsRmAnova OR ws-tt-testIsDescribe
      PERFORM WITH TEST AFTER UNTIL ws-dfs-isEof
        PERFORM readAnovaData


            PERFORM checkAnovaRowValidity

            IF ws-anovaRowIsBad
              ADD 1 TO ws-validationErrorCount
              PERFORM reportBadLine
            END-IF
          END-IF
        END-IF
      END-PERFORM
    ELSE IF ws-tt-testIsChisq
*> a pre-tallied table whose first line is all counts has lost its
*> header - taking that line as column names would silently drop a row
      IF ws-cl-isTable
          AND FUNCTION TEST-NUMVAL(FUNCTION trim(ws-conditionName(2))) = 0
        ADD 1 TO ws-validationErrorCount
        MOVE "Line 1: a contingency table must start with a header line naming its columns" TO ws-outputLine
        PERFORM emitLine
      END-IF

      PERFORM WITH TEST AFTER UNTIL ws-dfs-isEof
        PERFORM readAnovaData

        IF ws-rb-isEol OR ws-rb-length > 1
          ADD 1 TO ws-validationLineNumber

          IF ws-anovaColumnCount NOT = 0
            PERFORM checkChisqRowValidity

            IF ws-anovaRowIsBad
              ADD 1 TO ws-validationErrorCount
              PERFORM reportBadLine
      MOVE 1 TO ws-anovaRowState
    END-IF.

*> sets ws-anovaRowIsBad unless the row currently held in ws-anovaColumns
*> is well formed for the chi-square layout in use: exactly two category
*> codes for a category-coded file; for a pre-tallied table, a row label
*> plus one whole, non-negative count under every column the header named
  checkChisqRowValidity.
    MOVE 0 TO ws-anovaRowState.

    IF ws-cl-isTable
      IF ws-anovaColumnCount NOT = ws-conditionNameCount
          OR 1 = ws-anova-isEmpty(1)
        MOVE 1 TO ws-anovaRowState
      ELSE
        PERFORM checkChisqCountValidity
          VARYING ws-anovaIdx FROM 2 BY 1 UNTIL ws-anovaIdx > ws-anovaColumnCount
      END-IF
    ELSE
      IF ws-anovaColumnCount NOT = 2
          OR 1 = ws-anova-isEmpty(1) OR 1 = ws-anova-isEmpty(2)
        MOVE 1 TO ws-anovaRowState
      END-IF
    END-IF.

  checkChisqCountValidity.
    IF 0 = ws-anova-isValid(ws-anovaIdx)
      MOVE 1 TO ws-anovaRowState
    ELSE
      MOVE ws-anova-numeric(ws-anovaIdx) TO ws-chiCount
      IF ws-chiCount NOT = ws-anova-numeric(ws-anovaIdx)
        MOVE 1 TO ws-anovaRowState
      END-IF
    END-IF.

*> displays "Line <n>: '<raw content>'" for the bad row found by whichever
*> validation loop is currently running
  reportBadLine.

    IF 1 = ws-di-a-isValid
      MOVE ws-di-a-val TO ws-formattedDataItem
      MOVE ws-formattedDataItem TO ws-outputLine(6:11)
    END-IF.

    IF 1 = ws-di-b-isValid
      MOVE ws-di-b-val TO ws-formattedDataItem
      MOVE ws-formattedDataItem TO ws-outputLine(18:11)
    END-IF.

    PERFORM emitLine.

    PERFORM emitLine.

    MOVE ws-absT TO ws-pvStat.
    MOVE ws-df TO ws-pvDf1.
    PERFORM computePValueT.
    IF ws-pv-isKnown AND NOT ws-tm-isTwoTailed
      IF (ws-tm-isOneTailedAGreater AND ws-meanDiff <= 0)
          OR (ws-tm-isOneTailedALess AND ws-meanDiff >= 0)
        MOVE 1 TO ws-pvDirection
      ELSE
        MOVE 0 TO ws-pvDirection
      END-IF
      PERFORM convertPValueOneTailed
    END-IF.
    PERFORM emitPValueLine.

*> computes Cohen's d and the confidence interval around the mean
*> difference for a paired test, from the sum and sum of squared differences
*> accumulated by pairedTest. must be called before those sums are reused as
    COMPUTE ws-screenLimitB ROUNDED MODE IS NEAREST-EVEN =
        ws-outlierSdLimit * ws-screenSdB.
    MOVE 0 TO ws-screenFlagCount.
    MOVE 1 TO ws-screenTaken.

    PERFORM displayScreeningHeading.

    COMPUTE ws-screenLimitB ROUNDED MODE IS NEAREST-EVEN =
        ws-outlierSdLimit * ws-screenSdB.
    MOVE 0 TO ws-screenFlagCount.
    MOVE 1 TO ws-screenTaken.

    PERFORM displayScreeningHeading.

      UNSTRING ws-rb-buffer(1:ws-rb-length - 1) DELIMITED BY ',' OR ' '
        INTO ws-rb-a-val

      IF ws-rb-a-val NOT = SPACES
          AND FUNCTION TEST-NUMVAL(FUNCTION trim(ws-rb-a-val)) = 0
        COMPUTE ws-di-a-val ROUNDED MODE IS NEAREST-EVEN =
            FUNCTION NUMVAL(ws-rb-a-val)
        MOVE ws-validationLineNumber TO ws-screenRowNumber

        IF 1 = ws-twoFileGroup

    PERFORM emitLine.

*> the p-value always comes from the normal approximation, even where
*> the verdict was read from the printed table
    IF ws-rankCount >= 6
      PERFORM computeWilcoxonZ
      MOVE ws-rankZ TO ws-pvStat
      PERFORM computePValueZ
      PERFORM emitPValueLine
    END-IF.

*> the normal approximation to the distribution of W for samples beyond
*> the printed table: W has mean n(n+1)/4 and variance n(n+1)(2n+1)/24
*> under the null hypothesis. computed in stages, like the t calculations,

    PERFORM emitLine.

    IF ws-count-a >= 8 AND ws-count-b >= 8
      MOVE ws-rankZ TO ws-pvStat
      PERFORM computePValueZ
      PERFORM emitPValueLine
    END-IF.

  computeMannWhitneyZ.
    COMPUTE ws-rankStatMean = ws-count-a * ws-count-b.
    MOVE ws-rankStatMean TO ws-rankStatVar.

    PERFORM emitLine.

    IF ws-corrRSquared >= 1
      MOVE 0 TO ws-pvResult
      PERFORM storePValue
    ELSE
      MOVE ws-absT TO ws-pvStat
      MOVE ws-df TO ws-pvDf1
      PERFORM computePValueT
    END-IF.
    IF ws-pv-isKnown AND NOT ws-tm-isTwoTailed
      IF (ws-tm-isOneTailedAGreater AND ws-corrR <= 0)
          OR (ws-tm-isOneTailedALess AND ws-corrR >= 0)
        MOVE 1 TO ws-pvDirection
      ELSE
        MOVE 0 TO ws-pvDirection
      END-IF
      PERFORM convertPValueOneTailed
    END-IF.
    PERFORM emitPValueLine.

*> the planning form of the "power" run type: given the effect size a
*> study expects (--effect), the alpha/tails the verdict will use and
*> the power wanted (--power), reports the per-group N (or number of
    END-IF.
    PERFORM emitLine.

    MOVE ws-powerRequiredN TO ws-powerRequiredNFmt.
    MOVE SPACES TO ws-outputLine.
    IF ws-pwd-isPaired
      STRING "Required sample size: " FUNCTION trim(ws-powerRequiredNFmt)
          " pairs" DELIMITED BY SIZE INTO ws-outputLine
    ELSE
      STRING "Required sample size: " FUNCTION trim(ws-powerRequiredNFmt)
          " per group" DELIMITED BY SIZE INTO ws-outputLine
    END-IF.
    PERFORM emitLine.
    MOVE ws-powerRequiredN TO ws-auditStatValue.
    MOVE SPACES TO ws-auditVerdict.
    MOVE ws-powerEffect TO ws-formattedDataItem.
*> the design goes into the verdict so the plan's N can later be read
*> for what it is - pairs, or subjects per group - when the study's
*> achieved sample sizes are compared against it. the settings are
*> written without their "alpha" label to keep the verdict in its column:
*> at its longest (unpaired, d below 1, a five-digit N) it fills the 64
*> characters exactly
    IF ws-pwd-isPaired
      STRING "power plan: paired, d " FUNCTION trim(ws-formattedDataItem)
          ", " FUNCTION trim(ws-powerScratch(7:))
          ", power " ws-powerTargetText
          ", N=" FUNCTION trim(ws-powerRequiredNFmt)
        DELIMITED BY SIZE INTO ws-auditVerdict
    ELSE
      STRING "power plan: unpaired, d " FUNCTION trim(ws-formattedDataItem)
          ", " FUNCTION trim(ws-powerScratch(7:))
          ", power " ws-powerTargetText
          ", N=" FUNCTION trim(ws-powerRequiredNFmt)
        DELIMITED BY SIZE INTO ws-auditVerdict
    END-IF.
    PERFORM writeAuditLogEntry.

*> the after-the-fact form of the "power" run type: reads a completed
    PERFORM emitLine.

  appendAnovaTableColumn.
    COMPUTE ws-tablePos = 6 + (ws-anovaIdx - 1) * 12.

    IF 1 = ws-anova-isValid(ws-anovaIdx)
      MOVE ws-anova-numeric(ws-anovaIdx) TO ws-formattedDataItem
      MOVE ws-formattedDataItem TO ws-outputLine(ws-tablePos:11)
    END-IF.

  buildAnovaTableHeader.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.

    MOVE ws-anovaF TO ws-pvStat.
    MOVE ws-anovaDfBetween TO ws-pvDf1.
    MOVE ws-anovaDfWithin TO ws-pvDf2.
    PERFORM computePValueF.

    IF ws-anovaF >= ws-critF05
      MOVE 1 TO ws-anovaFSignificance
      MOVE "F is significant at p<.05" TO ws-outputLine
      PERFORM emitLine
      PERFORM emitPValueLine
      PERFORM displayPostHocTable
    ELSE
      MOVE 0 TO ws-anovaFSignificance
      MOVE "F is not significant at p<.05 - post-hoc comparisons not required" TO ws-outputLine
      PERFORM emitLine
      PERFORM emitPValueLine
    END-IF.

*> emits the post-hoc pairwise comparison table, one line per pair of real

      PERFORM emitLine
    END-IF.

*> the "rm-anova" run type: a repeated-measures (within-subjects) ANOVA
*> over the same row/column layout anovaTest reads, where each row is
*> one subject and each column one condition or time point. the
*> subjects' own overall level is partitioned out of the error term, so
*> a consistent change across time points is no longer drowned by how
*> much subjects differ from one another - the one-way ANOVA treats the
*> columns as independent groups and throws that pairing away. only
*> complete subjects take part: a row missing a value stops the run, or
*> is set aside and counted under --missing=drop, the way a paired run
*> treats a missing half of a pair
  rmAnovaTest.
    INITIALIZE ws-anovaGroups.
    INITIALIZE ws-rmCrossProducts.
    MOVE ws-anovaMaxColumnCountSeen TO ws-rmConditionCount.
    MOVE ws-rmConditionCount TO ws-anovaGroupCount.
    MOVE 0 TO ws-anovaGrandSum.
    MOVE 0 TO ws-anovaGrandSumSq.
    MOVE 0 TO ws-anovaGrandCount.
    MOVE 0 TO ws-rmSubjectCount.
    MOVE 0 TO ws-rmSubjectSumSq.
    MOVE 0 TO ws-rmDroppedCount.
    MOVE 1 TO ws-dataTableLineNumber.
    MOVE 0 TO ws-dataTableHeaderShown.
    PERFORM skipHeaderRow.

    PERFORM WITH TEST AFTER UNTIL ws-dfs-isEof
      PERFORM readAnovaData

      IF ws-anovaColumnCount NOT = 0
        PERFORM checkRmSubjectRow
        IF ws-rmrs-isComplete
          PERFORM accumulateRmSubject
          PERFORM displayAnovaRow
        ELSE IF ws-mp-isDrop
          ADD 1 TO ws-rmDroppedCount
        ELSE
          DISPLAY "Incomplete subject found in data file: '" FUNCTION trim(ws-rb-buffer) "'"
          PERFORM exitProgram
        END-IF
        END-IF
      END-IF
    END-PERFORM.

    IF 2 > ws-rmConditionCount OR 2 > ws-rmSubjectCount
      DISPLAY "insufficient data - repeated-measures ANOVA requires at least two subjects measured under at least two conditions"
      PERFORM exitProgram
    END-IF.

    MOVE ws-rmConditionCount TO ws-anovaRealGroupCount.
    PERFORM calculateAnovaGroupMean
      VARYING ws-anovaIdx FROM 1 BY 1 UNTIL ws-anovaIdx > ws-anovaGroupCount.
    PERFORM calculateRmAnova.
    PERFORM calculateRmSphericity.
    PERFORM displayRmAnovaResults.
    PERFORM rmAnovaPostHoc.

    MOVE "F" TO ws-auditStatLabel.
    MOVE ws-rmF TO ws-auditStatValue.
    IF ws-rms-doubtful
      IF ws-rmcs-isSignificant
        MOVE "F is significant at p<.05 (GG-corrected df)" TO ws-auditVerdict
      ELSE
        MOVE "F is not significant at p<.05 (GG-corrected df)" TO ws-auditVerdict
      END-IF
    ELSE IF ws-afsig-isSignificant
      MOVE "F is significant at p<.05" TO ws-auditVerdict
    ELSE
      MOVE "F is not significant at p<.05" TO ws-auditVerdict
    END-IF
    END-IF.
    PERFORM writeAuditLogEntry.

*> a subject row is complete when it carries a valid value under every
*> condition the file has (the widest row seen by the validation pass)
  checkRmSubjectRow.
    MOVE 0 TO ws-rmRowState.
    IF ws-anovaColumnCount < ws-rmConditionCount
      MOVE 1 TO ws-rmRowState
    ELSE
      PERFORM checkRmSubjectValue
        VARYING ws-anovaIdx FROM 1 BY 1 UNTIL ws-anovaIdx > ws-rmConditionCount
    END-IF.

  checkRmSubjectValue.
    IF 0 = ws-anova-isValid(ws-anovaIdx)
      MOVE 1 TO ws-rmRowState
    END-IF.

*> folds one complete subject into the per-condition and grand totals,
*> the subject's own total, and the conditions' cross-products
  accumulateRmSubject.
    ADD 1 TO ws-rmSubjectCount.
    MOVE 0 TO ws-rmSubjectSum.
    PERFORM accumulateRmValue
      VARYING ws-anovaIdx FROM 1 BY 1 UNTIL ws-anovaIdx > ws-rmConditionCount.
    COMPUTE ws-rmSubjectSumSq ROUNDED MODE IS NEAREST-EVEN =
        ws-rmSubjectSumSq + (ws-rmSubjectSum ** 2).
    PERFORM accumulateRmCrossProduct
      VARYING ws-rmIdxJ FROM 1 BY 1 UNTIL ws-rmIdxJ > ws-rmConditionCount
      AFTER ws-rmIdxL FROM 1 BY 1 UNTIL ws-rmIdxL > ws-rmConditionCount.

  accumulateRmValue.
    ADD ws-anova-numeric(ws-anovaIdx) TO ws-anovaGroupSum(ws-anovaIdx).
    COMPUTE ws-anovaGroupSumSq(ws-anovaIdx) ROUNDED MODE IS NEAREST-EVEN =
        ws-anovaGroupSumSq(ws-anovaIdx) + (ws-anova-numeric(ws-anovaIdx) ** 2).
    ADD 1 TO ws-anovaGroupN(ws-anovaIdx).
    ADD ws-anova-numeric(ws-anovaIdx) TO ws-anovaGrandSum.
    COMPUTE ws-anovaGrandSumSq ROUNDED MODE IS NEAREST-EVEN =
        ws-anovaGrandSumSq + (ws-anova-numeric(ws-anovaIdx) ** 2).
    ADD 1 TO ws-anovaGrandCount.
    ADD ws-anova-numeric(ws-anovaIdx) TO ws-rmSubjectSum.

  accumulateRmCrossProduct.
    COMPUTE ws-rmCross(ws-rmIdxJ, ws-rmIdxL) ROUNDED MODE IS NEAREST-EVEN =
        ws-rmCross(ws-rmIdxJ, ws-rmIdxL)
        + (ws-anova-numeric(ws-rmIdxJ) * ws-anova-numeric(ws-rmIdxL)).

*> partitions the total sum of squares: conditions (from the condition
*> totals), subjects (from the subject totals) and the residual error
*> left over, each less the same correction term G2/N, then the dfs,
*> mean squares, F and partial eta squared
  calculateRmAnova.
    COMPUTE ws-rmCorrection ROUNDED MODE IS NEAREST-EVEN =
        (ws-anovaGrandSum ** 2) / ws-anovaGrandCount.

    COMPUTE ws-rmSSTotal ROUNDED MODE IS NEAREST-EVEN =
        ws-anovaGrandSumSq - ws-rmCorrection.

    MOVE 0 TO ws-anovaSSBetween.
    PERFORM accumulateAnovaSSBetween
      VARYING ws-anovaIdx FROM 1 BY 1 UNTIL ws-anovaIdx > ws-anovaGroupCount.
    COMPUTE ws-rmSSConditions ROUNDED MODE IS NEAREST-EVEN =
        ws-anovaSSBetween - ws-rmCorrection.

    COMPUTE ws-rmSSSubjects ROUNDED MODE IS NEAREST-EVEN =
        (ws-rmSubjectSumSq / ws-rmConditionCount) - ws-rmCorrection.

    COMPUTE ws-rmSSError ROUNDED MODE IS NEAREST-EVEN =
        ws-rmSSTotal - ws-rmSSConditions - ws-rmSSSubjects.
    IF ws-rmSSError < 0
      MOVE 0 TO ws-rmSSError
    END-IF.

    COMPUTE ws-rmDfConditions = ws-rmConditionCount - 1.
    COMPUTE ws-rmDfSubjects = ws-rmSubjectCount - 1.
    COMPUTE ws-rmDfError = ws-rmDfConditions * ws-rmDfSubjects.

    COMPUTE ws-rmMSConditions ROUNDED MODE IS NEAREST-EVEN =
        ws-rmSSConditions / ws-rmDfConditions.
    COMPUTE ws-rmMSError ROUNDED MODE IS NEAREST-EVEN =
        ws-rmSSError / ws-rmDfError.

*> with no residual variance at all (every subject changing by exactly
*> the same amount) F is undefined; it is shown as zero and the verdict
*> comes out not significant rather than dividing by zero
    IF ws-rmMSError NOT = 0
      COMPUTE ws-rmF ROUNDED MODE IS NEAREST-EVEN =
          ws-rmMSConditions / ws-rmMSError
    ELSE
      MOVE 0 TO ws-rmF
    END-IF.

    IF ws-rmSSConditions + ws-rmSSError NOT = 0
      COMPUTE ws-rmPartialEta ROUNDED MODE IS NEAREST-EVEN =
          ws-rmSSConditions / (ws-rmSSConditions + ws-rmSSError)
    ELSE
      MOVE 0 TO ws-rmPartialEta
    END-IF.

*> the Greenhouse-Geisser epsilon from the double-centred covariance
*> matrix of the conditions: (sum of its diagonal) squared over (k-1)
*> times the sum of its squared entries. two conditions have only one
*> difference between them, so sphericity cannot fail and epsilon is 1
  calculateRmSphericity.
    MOVE 1 TO ws-rmEpsilon.
    MOVE 0 TO ws-rmSphericity.

    IF ws-rmConditionCount < 3
      EXIT PARAGRAPH
    END-IF.

    PERFORM calculateRmCovariance
      VARYING ws-rmIdxJ FROM 1 BY 1 UNTIL ws-rmIdxJ > ws-rmConditionCount
      AFTER ws-rmIdxL FROM 1 BY 1 UNTIL ws-rmIdxL > ws-rmConditionCount.

    INITIALIZE ws-rmCovRowMeans.
    MOVE 0 TO ws-rmCovGrandMean.
    PERFORM accumulateRmCovMean
      VARYING ws-rmIdxJ FROM 1 BY 1 UNTIL ws-rmIdxJ > ws-rmConditionCount
      AFTER ws-rmIdxL FROM 1 BY 1 UNTIL ws-rmIdxL > ws-rmConditionCount.
    PERFORM divideRmCovRowMean
      VARYING ws-rmIdxJ FROM 1 BY 1 UNTIL ws-rmIdxJ > ws-rmConditionCount.
    COMPUTE ws-rmCovGrandMean ROUNDED MODE IS NEAREST-EVEN =
        ws-rmCovGrandMean / (ws-rmConditionCount * ws-rmConditionCount).

    MOVE 0 TO ws-rmEpsNum.
    MOVE 0 TO ws-rmEpsDen.
    PERFORM accumulateRmEpsilonTerm
      VARYING ws-rmIdxJ FROM 1 BY 1 UNTIL ws-rmIdxJ > ws-rmConditionCount
      AFTER ws-rmIdxL FROM 1 BY 1 UNTIL ws-rmIdxL > ws-rmConditionCount.

    IF ws-rmEpsDen NOT = 0
      COMPUTE ws-rmEpsilon ROUNDED MODE IS NEAREST-EVEN =
          (ws-rmEpsNum ** 2) / ((ws-rmConditionCount - 1) * ws-rmEpsDen)
    END-IF.

    COMPUTE ws-rmEpsilonFloor ROUNDED MODE IS NEAREST-EVEN =
        1 / (ws-rmConditionCount - 1).
    IF ws-rmEpsilon < ws-rmEpsilonFloor
      MOVE ws-rmEpsilonFloor TO ws-rmEpsilon
    END-IF.
    IF ws-rmEpsilon > 1
      MOVE 1 TO ws-rmEpsilon
    END-IF.

    IF ws-rmEpsilon < 0.75
      MOVE 1 TO ws-rmSphericity
    END-IF.

  calculateRmCovariance.
    COMPUTE ws-rmCov(ws-rmIdxJ, ws-rmIdxL) ROUNDED MODE IS NEAREST-EVEN =
        ws-rmCross(ws-rmIdxJ, ws-rmIdxL)
        - ((ws-anovaGroupSum(ws-rmIdxJ) * ws-anovaGroupSum(ws-rmIdxL))
          / ws-rmSubjectCount).
    COMPUTE ws-rmCov(ws-rmIdxJ, ws-rmIdxL) ROUNDED MODE IS NEAREST-EVEN =
        ws-rmCov(ws-rmIdxJ, ws-rmIdxL) / ws-rmDfSubjects.

  accumulateRmCovMean.
    ADD ws-rmCov(ws-rmIdxJ, ws-rmIdxL) TO ws-rmCovRowMean(ws-rmIdxJ).
    ADD ws-rmCov(ws-rmIdxJ, ws-rmIdxL) TO ws-rmCovGrandMean.

  divideRmCovRowMean.
    COMPUTE ws-rmCovRowMean(ws-rmIdxJ) ROUNDED MODE IS NEAREST-EVEN =
        ws-rmCovRowMean(ws-rmIdxJ) / ws-rmConditionCount.

*> the matrix is symmetric, so each column's mean is the matching row's
  accumulateRmEpsilonTerm.
    COMPUTE ws-rmCentred ROUNDED MODE IS NEAREST-EVEN =
        ws-rmCov(ws-rmIdxJ, ws-rmIdxL)
        - ws-rmCovRowMean(ws-rmIdxJ) - ws-rmCovRowMean(ws-rmIdxL)
        + ws-rmCovGrandMean.
    IF ws-rmIdxJ = ws-rmIdxL
      ADD ws-rmCentred TO ws-rmEpsNum
    END-IF.
    COMPUTE ws-rmEpsDen ROUNDED MODE IS NEAREST-EVEN =
        ws-rmEpsDen + (ws-rmCentred ** 2).

*> displays the condition means, the sums-of-squares partition, F with
*> its dfs and the effect size, then the sphericity note
  displayRmAnovaResults.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.

    PERFORM displayAnovaGroupMean
      VARYING ws-anovaIdx FROM 1 BY 1 UNTIL ws-anovaIdx > ws-anovaGroupCount.

    MOVE ws-rmSubjectCount TO ws-formattedIndex.
    MOVE SPACES TO ws-outputLine.
    STRING "Subjects = " FUNCTION trim(ws-formattedIndex)
      DELIMITED BY SIZE INTO ws-outputLine.
    PERFORM emitLine.
    IF ws-mp-isDrop
      MOVE ws-rmDroppedCount TO ws-formattedIndex
      MOVE SPACES TO ws-outputLine
      STRING "Dropped incomplete subjects: " FUNCTION trim(ws-formattedIndex)
          " (missing-data policy: drop)" DELIMITED BY SIZE INTO ws-outputLine
      PERFORM emitLine
    END-IF.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.

    MOVE "SS Condition= " TO ws-anovaLabel.
    MOVE ws-rmSSConditions TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE "SS Subjects = " TO ws-anovaLabel.
    MOVE ws-rmSSSubjects TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE "SS Error    = " TO ws-anovaLabel.
    MOVE ws-rmSSError TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE "df Condition= " TO ws-anovaLabel.
    MOVE ws-rmDfConditions TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE "df Subjects = " TO ws-anovaLabel.
    MOVE ws-rmDfSubjects TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE "df Error    = " TO ws-anovaLabel.
    MOVE ws-rmDfError TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE "MS Condition= " TO ws-anovaLabel.
    MOVE ws-rmMSConditions TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE "MS Error    = " TO ws-anovaLabel.
    MOVE ws-rmMSError TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.

    MOVE "F           = " TO ws-anovaLabel.
    MOVE ws-rmF TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE "Partial eta2= " TO ws-anovaLabel.
    MOVE ws-rmPartialEta TO ws-anovaValue.
    PERFORM emitAnovaValue.

*> decides whether F reaches the .05 critical value for its dfs and, when
*> it does, follows up with a paired comparison of every pair of
*> conditions, so the question a large F raises - WHICH time points
*> differ - is answered in the same run. when sphericity is doubtful the
*> uncorrected judgement is shown only for reference: F is judged again
*> at the Greenhouse-Geisser corrected dfs, and that judgement - the one
*> the verdict records - decides whether the post-hoc comparisons follow
*> and which dfs the p-value is taken at
  rmAnovaPostHoc.
    MOVE ws-rmDfConditions TO ws-fDfNum.
    MOVE ws-rmDfError TO ws-fDfDen.
    PERFORM computeCriticalF05.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.

    IF ws-rmF >= ws-critF05 AND ws-rmMSError NOT = 0
      MOVE 1 TO ws-anovaFSignificance
    ELSE
      MOVE 0 TO ws-anovaFSignificance
    END-IF.

    MOVE SPACES TO ws-outputLine.
    IF ws-rms-doubtful
      MOVE 1 TO ws-csvPointer
      MOVE ws-fDfNum TO ws-formattedIndex
      STRING "At the uncorrected df (" FUNCTION trim(ws-formattedIndex)
        DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-csvPointer
      MOVE ws-fDfDen TO ws-formattedIndex
      STRING ", " FUNCTION trim(ws-formattedIndex) ") F would be "
        DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-csvPointer
      IF ws-afsig-isSignificant
        STRING "significant at p<.05" DELIMITED BY SIZE
          INTO ws-outputLine WITH POINTER ws-csvPointer
      ELSE
        STRING "not significant at p<.05" DELIMITED BY SIZE
          INTO ws-outputLine WITH POINTER ws-csvPointer
      END-IF
    ELSE IF ws-afsig-isSignificant
      MOVE "F is significant at p<.05" TO ws-outputLine
    ELSE
      MOVE "F is not significant at p<.05 - post-hoc comparisons not required" TO ws-outputLine
    END-IF
    END-IF.
    PERFORM emitLine.

    PERFORM displayRmSphericity.

*> the p-value is taken at the dfs F was finally judged at: its own, or
*> the corrected (truncated) ones displayRmSphericity left in
*> ws-fDfNum/ws-fDfDen when sphericity is doubtful
    IF ws-rmMSError NOT = 0
      MOVE ws-rmF TO ws-pvStat
      MOVE ws-fDfNum TO ws-pvDf1
      MOVE ws-fDfDen TO ws-pvDf2
      PERFORM computePValueF
      PERFORM emitPValueLine
    END-IF.

    IF ws-rmcs-isSignificant
      PERFORM displayRmPostHocTable
    ELSE IF ws-rms-doubtful
      MOVE "F not significant at the corrected df - post-hoc comparisons not required"
        TO ws-outputLine
      PERFORM emitLine
    END-IF
    END-IF.

*> the sphericity caution: epsilon is always shown for three or more
*> conditions, and when it falls below .75 F is judged again at the dfs
*> scaled down by epsilon
  displayRmSphericity.
    MOVE ws-anovaFSignificance TO ws-rmCorrectedSignificance.

    IF ws-rmConditionCount < 3
      MOVE "Sphericity holds by definition with two conditions" TO ws-outputLine
      PERFORM emitLine
      EXIT PARAGRAPH
    END-IF.

    MOVE ws-rmEpsilon TO ws-formattedEpsilon.
    MOVE SPACES TO ws-outputLine.
    MOVE 1 TO ws-csvPointer.
    STRING "Greenhouse-Geisser epsilon = " ws-formattedEpsilon
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-csvPointer.

    IF ws-rms-reasonable
      STRING " - sphericity reasonable" DELIMITED BY SIZE
        INTO ws-outputLine WITH POINTER ws-csvPointer
      PERFORM emitLine
      EXIT PARAGRAPH
    END-IF.

    STRING " - sphericity doubtful, interpret F with caution" DELIMITED BY SIZE
      INTO ws-outputLine WITH POINTER ws-csvPointer.
    PERFORM emitLine.

    COMPUTE ws-fDfNum = ws-rmDfConditions * ws-rmEpsilon.
    COMPUTE ws-fDfDen = ws-rmDfError * ws-rmEpsilon.
    IF ws-fDfNum < 1
      MOVE 1 TO ws-fDfNum
    END-IF.
    IF ws-fDfDen < 1
      MOVE 1 TO ws-fDfDen
    END-IF.
    PERFORM computeCriticalF05.

    MOVE SPACES TO ws-outputLine.
    MOVE 1 TO ws-csvPointer.
    MOVE ws-fDfNum TO ws-formattedIndex.
    STRING "At the corrected df (" FUNCTION trim(ws-formattedIndex)
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-csvPointer.
    MOVE ws-fDfDen TO ws-formattedIndex.
    STRING ", " FUNCTION trim(ws-formattedIndex) ") F is "
      DELIMITED BY SIZE INTO ws-outputLine WITH POINTER ws-csvPointer.
    IF ws-rmF >= ws-critF05 AND ws-rmMSError NOT = 0
      MOVE 1 TO ws-rmCorrectedSignificance
      STRING "significant at p<.05" DELIMITED BY SIZE
        INTO ws-outputLine WITH POINTER ws-csvPointer
    ELSE
      MOVE 0 TO ws-rmCorrectedSignificance
      STRING "not significant at p<.05" DELIMITED BY SIZE
        INTO ws-outputLine WITH POINTER ws-csvPointer
    END-IF.
    PERFORM emitLine.

*> emits the post-hoc table, one line per pair of conditions. the
*> studentized range critical value is looked up for all the conditions
*> at the paired comparisons' own df (subjects - 1), through the same
*> lookup anovaPostHoc uses, which reads its df and group count from the
*> ANOVA items set here
  displayRmPostHocTable.
    MOVE ws-rmDfSubjects TO ws-anovaDfWithin.
    MOVE ws-rmConditionCount TO ws-anovaRealGroupCount.
    PERFORM computeCriticalQ05.
    MOVE ws-rmDfSubjects TO ws-df.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Post-hoc pairwise comparisons (paired t, familywise alpha .05)" TO ws-outputLine.
    PERFORM emitLine.

    PERFORM displayRmPostHocPair
      VARYING ws-postHocI FROM 1 BY 1 UNTIL ws-postHocI > ws-rmConditionCount
      AFTER ws-postHocJ FROM 1 BY 1 UNTIL ws-postHocJ > ws-rmConditionCount.

*> one line of the post-hoc table for the pair (ws-postHocI, ws-postHocJ)
*> with j beyond i. the differences' sum is the difference of the two
*> condition sums, and their sum of squares comes from the two sums of
*> squares less twice the cross-product, so no second pass is needed.
*> the SD is computed in stages, like the paired t itself
  displayRmPostHocPair.
    IF ws-postHocJ > ws-postHocI
      MOVE ws-postHocI TO ws-anovaIdx
      PERFORM anovaColumnLabel
      MOVE ws-headerCell TO ws-postHocNameI
      MOVE ws-postHocJ TO ws-anovaIdx
      PERFORM anovaColumnLabel
      MOVE ws-headerCell TO ws-postHocNameJ

      COMPUTE ws-rmPairSumD ROUNDED MODE IS NEAREST-EVEN =
          ws-anovaGroupSum(ws-postHocI) - ws-anovaGroupSum(ws-postHocJ)
      COMPUTE ws-rmPairSumD2 ROUNDED MODE IS NEAREST-EVEN =
          ws-anovaGroupSumSq(ws-postHocI) + ws-anovaGroupSumSq(ws-postHocJ)
          - (2 * ws-rmCross(ws-postHocI, ws-postHocJ))
      COMPUTE ws-postHocDiff ROUNDED MODE IS NEAREST-EVEN =
          ws-rmPairSumD / ws-rmSubjectCount

      COMPUTE ws-rmPairSdD ROUNDED MODE IS NEAREST-EVEN =
          (ws-rmSubjectCount * ws-rmPairSumD2) - (ws-rmPairSumD ** 2)
      COMPUTE ws-rmPairSdD ROUNDED MODE IS NEAREST-EVEN =
          ws-rmPairSdD / (ws-rmSubjectCount * ws-rmDfSubjects)
      COMPUTE ws-rmPairSdD ROUNDED MODE IS NEAREST-EVEN =
          FUNCTION sqrt(ws-rmPairSdD)

      IF ws-rmPairSdD NOT = 0
        COMPUTE ws-rmPairT ROUNDED MODE IS NEAREST-EVEN =
            ws-rmPairSdD / FUNCTION sqrt(ws-rmSubjectCount)
        COMPUTE ws-rmPairT ROUNDED MODE IS NEAREST-EVEN =
            FUNCTION abs(ws-postHocDiff) / ws-rmPairT
        COMPUTE ws-rmPairQ ROUNDED MODE IS NEAREST-EVEN =
            ws-rmPairT * FUNCTION sqrt(2)
      ELSE
        MOVE 0 TO ws-rmPairT
        MOVE 0 TO ws-rmPairQ
      END-IF

      MOVE ws-postHocDiff TO ws-formattedSignedValue
      MOVE SPACES TO ws-outputLine
      MOVE 1 TO ws-csvPointer
      STRING FUNCTION trim(ws-postHocNameI) " vs " FUNCTION trim(ws-postHocNameJ)
          "   diff = " FUNCTION trim(ws-formattedSignedValue) DELIMITED BY SIZE
        INTO ws-outputLine WITH POINTER ws-csvPointer
      MOVE ws-rmPairT TO ws-formattedDataItem
      STRING "   t = " FUNCTION trim(ws-formattedDataItem) DELIMITED BY SIZE
        INTO ws-outputLine WITH POINTER ws-csvPointer
      MOVE ws-df TO ws-formattedIndex
      STRING "   df = " FUNCTION trim(ws-formattedIndex) DELIMITED BY SIZE
        INTO ws-outputLine WITH POINTER ws-csvPointer

      IF ws-rmPairSdD NOT = 0 AND ws-rmPairQ >= ws-qCrit
        STRING "   significant at p<.05" DELIMITED BY SIZE
          INTO ws-outputLine WITH POINTER ws-csvPointer
      ELSE
        STRING "   not significant at p<.05" DELIMITED BY SIZE
          INTO ws-outputLine WITH POINTER ws-csvPointer
      END-IF

      PERFORM emitLine
    END-IF.

*> the "chisq" run type: a chi-square test of independence over
*> categorical outcomes (improved/unchanged/worse by site or by arm, say),
*> which would otherwise be hand-tabulated outside the audit trail. the
*> data file is tallied into a contingency table (or read as one, when it
*> arrives pre-tallied), the expected counts are derived from the row and
*> column totals, and chi-square is judged against the printed table at
*> the --alpha in force. there is no direction to a chi-square test - it
*> is always judged in its upper tail - so a --tail setting is refused
*> rather than silently ignored
  chisqTest.
    IF NOT ws-tm-isTwoTailed
      DISPLAY "--tail is not valid for the chisq test type - chi-square has no direction to predict"
      PERFORM exitProgram
    END-IF.

    INITIALIZE ws-chiTable.
    INITIALIZE ws-chiColTotals.
    INITIALIZE ws-chiRowLabels.
    INITIALIZE ws-chiColLabels.
    MOVE 0 TO ws-chiRowCount.
    MOVE 0 TO ws-chiColCount.
    MOVE 0 TO ws-chiGrandTotal.

*> a pre-tallied table's columns are the ones its header named, in order
*> (the header's first item names the row variable, not a column)
    IF ws-cl-isTable
      COMPUTE ws-chiColCount = ws-conditionNameCount - 1
      PERFORM copyChisqHeaderLabel
        VARYING ws-chiColIdx FROM 1 BY 1 UNTIL ws-chiColIdx > ws-chiColCount
    END-IF.

    PERFORM skipHeaderRow.

    PERFORM WITH TEST AFTER UNTIL ws-dfs-isEof
      PERFORM readAnovaData

      IF ws-anovaColumnCount NOT = 0
        IF ws-cl-isTable
          PERFORM tallyChisqTableRow
        ELSE
          PERFORM tallyChisqCodedRow
        END-IF
      END-IF
    END-PERFORM.

    PERFORM calculateChisqTotals.

    IF ws-chiRealRows < 2 OR ws-chiRealCols < 2
      DISPLAY "insufficient data - chi-square requires at least two row and two column categories with observations"
      PERFORM exitProgram
    END-IF.

    PERFORM calculateChisq.
    PERFORM displayChisqTables.
    PERFORM displayChisqResults.
    PERFORM reportChisqSignificance.

    MOVE "X" TO ws-auditStatLabel.
    MOVE ws-chiSquare TO ws-auditStatValue.
    PERFORM writeAuditLogEntry.

  copyChisqHeaderLabel.
    MOVE ws-conditionName(ws-chiColIdx + 1) TO ws-chiColLabel(ws-chiColIdx).

*> one observation of a category-coded file: its row and column
*> categories are found (or added) and the cell they meet at counted
  tallyChisqCodedRow.
    MOVE ws-anova-val(1) TO ws-chiLabelScratch.
    PERFORM findChisqRowCategory.
    MOVE ws-anova-val(2) TO ws-chiLabelScratch.
    PERFORM findChisqColCategory.
    ADD 1 TO ws-chiObserved(ws-chiRowIdx, ws-chiColIdx).

*> one row of a pre-tallied table: its label is found (or added) as a
*> row category and its counts added across - a label appearing on two
*> lines has both lines' counts combined
  tallyChisqTableRow.
    MOVE ws-anova-val(1) TO ws-chiLabelScratch.
    PERFORM findChisqRowCategory.
    PERFORM tallyChisqTableCell
      VARYING ws-chiColIdx FROM 1 BY 1 UNTIL ws-chiColIdx > ws-chiColCount.

  tallyChisqTableCell.
    MOVE ws-anova-numeric(ws-chiColIdx + 1) TO ws-chiCount.
    ADD ws-chiCount TO ws-chiObserved(ws-chiRowIdx, ws-chiColIdx).

*> leaves ws-chiRowIdx on the row category named in ws-chiLabelScratch,
*> adding it to the table the first time it is seen. more categories than
*> the table holds stops the run - a category column with dozens of
*> distinct values is more likely a subject ID than an outcome
  findChisqRowCategory.
    PERFORM VARYING ws-chiRowIdx FROM 1 BY 1
        UNTIL ws-chiRowIdx > ws-chiRowCount
      IF ws-chiRowLabel(ws-chiRowIdx) = ws-chiLabelScratch
        EXIT PARAGRAPH
      END-IF
    END-PERFORM.

    IF ws-chiRowCount = ws-chiMaxCategories
      DISPLAY "too many row categories - at most 10 distinct categories are supported"
      PERFORM exitProgram
    END-IF.

    ADD 1 TO ws-chiRowCount.
    MOVE ws-chiLabelScratch TO ws-chiRowLabel(ws-chiRowCount).
    MOVE ws-chiRowCount TO ws-chiRowIdx.

*> the column-category counterpart of findChisqRowCategory, leaving
*> ws-chiColIdx on the category named in ws-chiLabelScratch
  findChisqColCategory.
    PERFORM VARYING ws-chiColIdx FROM 1 BY 1
        UNTIL ws-chiColIdx > ws-chiColCount
      IF ws-chiColLabel(ws-chiColIdx) = ws-chiLabelScratch
        EXIT PARAGRAPH
      END-IF
    END-PERFORM.

    IF ws-chiColCount = ws-chiMaxCategories
      DISPLAY "too many column categories - at most 10 distinct categories are supported"
      PERFORM exitProgram
    END-IF.

    ADD 1 TO ws-chiColCount.
    MOVE ws-chiLabelScratch TO ws-chiColLabel(ws-chiColCount).
    MOVE ws-chiColCount TO ws-chiColIdx.

*> the row, column and grand totals, and how many rows and columns
*> actually received observations
  calculateChisqTotals.
    MOVE 0 TO ws-chiGrandTotal.
    PERFORM accumulateChisqCell
      VARYING ws-chiRowIdx FROM 1 BY 1 UNTIL ws-chiRowIdx > ws-chiRowCount
      AFTER ws-chiColIdx FROM 1 BY 1 UNTIL ws-chiColIdx > ws-chiColCount.

    MOVE 0 TO ws-chiRealRows.
    PERFORM countChisqRealRow
      VARYING ws-chiRowIdx FROM 1 BY 1 UNTIL ws-chiRowIdx > ws-chiRowCount.
    MOVE 0 TO ws-chiRealCols.
    PERFORM countChisqRealCol
      VARYING ws-chiColIdx FROM 1 BY 1 UNTIL ws-chiColIdx > ws-chiColCount.

  accumulateChisqCell.
    ADD ws-chiObserved(ws-chiRowIdx, ws-chiColIdx) TO ws-chiRowTotal(ws-chiRowIdx).
    ADD ws-chiObserved(ws-chiRowIdx, ws-chiColIdx) TO ws-chiColTotal(ws-chiColIdx).
    ADD ws-chiObserved(ws-chiRowIdx, ws-chiColIdx) TO ws-chiGrandTotal.

  countChisqRealRow.
    IF ws-chiRowTotal(ws-chiRowIdx) NOT = 0
      ADD 1 TO ws-chiRealRows
    END-IF.

  countChisqRealCol.
    IF ws-chiColTotal(ws-chiColIdx) NOT = 0
      ADD 1 TO ws-chiRealCols
    END-IF.

*> sums (O-E)^2/E over every cell whose row and column both received
*> observations, surveying the expected counts for the small-cell
*> warning as it goes, then derives df and Cramer's V
  calculateChisq.
    MOVE 0 TO ws-chiSquare.
    MOVE 0 TO ws-chiCellCount.
    MOVE 0 TO ws-chiSmallCount.
    MOVE 0 TO ws-chiSmallestExpected.
    PERFORM accumulateChisqTerm
      VARYING ws-chiRowIdx FROM 1 BY 1 UNTIL ws-chiRowIdx > ws-chiRowCount
      AFTER ws-chiColIdx FROM 1 BY 1 UNTIL ws-chiColIdx > ws-chiColCount.

    COMPUTE ws-chiDf = (ws-chiRealRows - 1) * (ws-chiRealCols - 1).

    IF ws-chiRealRows < ws-chiRealCols
      COMPUTE ws-chiCramersV ROUNDED MODE IS NEAREST-EVEN =
          FUNCTION sqrt(ws-chiSquare / (ws-chiGrandTotal * (ws-chiRealRows - 1)))
    ELSE
      COMPUTE ws-chiCramersV ROUNDED MODE IS NEAREST-EVEN =
          FUNCTION sqrt(ws-chiSquare / (ws-chiGrandTotal * (ws-chiRealCols - 1)))
    END-IF.

    EVALUATE TRUE
      WHEN ws-chiSmallCount = 0
        MOVE 0 TO ws-chiSmallCellState
      WHEN ws-chiSmallestExpected < 1
          OR ws-chiSmallCount * 5 > ws-chiCellCount
        MOVE 2 TO ws-chiSmallCellState
      WHEN OTHER
        MOVE 1 TO ws-chiSmallCellState
    END-EVALUATE.

  accumulateChisqTerm.
    IF ws-chiRowTotal(ws-chiRowIdx) NOT = 0
        AND ws-chiColTotal(ws-chiColIdx) NOT = 0
      PERFORM calculateChisqExpected
      COMPUTE ws-chiCellTerm ROUNDED MODE IS NEAREST-EVEN =
          ((ws-chiObserved(ws-chiRowIdx, ws-chiColIdx) - ws-chiExpected) ** 2)
          / ws-chiExpected
      ADD ws-chiCellTerm TO ws-chiSquare

      ADD 1 TO ws-chiCellCount
      IF ws-chiExpected < 5
        ADD 1 TO ws-chiSmallCount
      END-IF
      IF ws-chiCellCount = 1 OR ws-chiExpected < ws-chiSmallestExpected
        MOVE ws-chiExpected TO ws-chiSmallestExpected
      END-IF
    END-IF.

*> the expected count for cell (ws-chiRowIdx, ws-chiColIdx) were the row
*> and column categories independent: row total x column total / N
  calculateChisqExpected.
    COMPUTE ws-chiExpected ROUNDED MODE IS NEAREST-EVEN =
        (ws-chiRowTotal(ws-chiRowIdx) * ws-chiColTotal(ws-chiColIdx))
        / ws-chiGrandTotal.

*> prints the observed counts (with row and column totals) and the
*> expected counts as fixed-width tables, one line per row category
  displayChisqTables.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Observed counts" TO ws-outputLine.
    PERFORM emitLine.
    MOVE 1 TO ws-chiShowTotals.
    PERFORM buildChisqTableHeader.
    PERFORM emitLine.
    PERFORM displayChisqObservedRow
      VARYING ws-chiRowIdx FROM 1 BY 1 UNTIL ws-chiRowIdx > ws-chiRowCount.

    MOVE SPACES TO ws-outputLine.
    MOVE "Total" TO ws-outputLine(1:16).
    PERFORM appendChisqColTotal
      VARYING ws-chiColIdx FROM 1 BY 1 UNTIL ws-chiColIdx > ws-chiColCount.
    COMPUTE ws-tablePos = 17 + ws-chiColCount * 12.
    MOVE ws-chiGrandTotal TO ws-chiFormattedCount.
    MOVE ws-chiFormattedCount TO ws-outputLine(ws-tablePos + 1:11).
    PERFORM emitLine.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.
    MOVE "Expected counts" TO ws-outputLine.
    PERFORM emitLine.
    MOVE 0 TO ws-chiShowTotals.
    PERFORM buildChisqTableHeader.
    PERFORM emitLine.
    PERFORM displayChisqExpectedRow
      VARYING ws-chiRowIdx FROM 1 BY 1 UNTIL ws-chiRowIdx > ws-chiRowCount.

*> the column headings for the observed/expected tables: each column's
*> category right-aligned over its 12-character column, plus "Total"
*> when the table carries a totals column
  buildChisqTableHeader.
    MOVE SPACES TO ws-outputLine.
    PERFORM appendChisqHeaderColumn
      VARYING ws-chiColIdx FROM 1 BY 1 UNTIL ws-chiColIdx > ws-chiColCount.
    IF ws-cst-shown
      COMPUTE ws-tablePos = 17 + ws-chiColCount * 12
      MOVE "Total" TO ws-outputLine(ws-tablePos + 7:5)
    END-IF.

  appendChisqHeaderColumn.
    COMPUTE ws-tablePos = 17 + (ws-chiColIdx - 1) * 12.
    MOVE ws-chiColLabel(ws-chiColIdx) TO ws-headerCell.
    IF ws-headerCell NOT = SPACES
      COMPUTE ws-chiLabelLength = FUNCTION length(FUNCTION trim(ws-headerCell))
      MOVE FUNCTION trim(ws-headerCell)
        TO ws-outputLine(ws-tablePos + 12 - ws-chiLabelLength:ws-chiLabelLength)
    END-IF.

  displayChisqObservedRow.
    MOVE SPACES TO ws-outputLine.
    MOVE ws-chiRowLabel(ws-chiRowIdx) TO ws-outputLine(1:16).
    PERFORM appendChisqObservedCell
      VARYING ws-chiColIdx FROM 1 BY 1 UNTIL ws-chiColIdx > ws-chiColCount.
    COMPUTE ws-tablePos = 17 + ws-chiColCount * 12.
    MOVE ws-chiRowTotal(ws-chiRowIdx) TO ws-chiFormattedCount.
    MOVE ws-chiFormattedCount TO ws-outputLine(ws-tablePos + 1:11).
    PERFORM emitLine.

  appendChisqObservedCell.
    COMPUTE ws-tablePos = 17 + (ws-chiColIdx - 1) * 12.
    MOVE ws-chiObserved(ws-chiRowIdx, ws-chiColIdx) TO ws-chiFormattedCount.
    MOVE ws-chiFormattedCount TO ws-outputLine(ws-tablePos + 1:11).

  appendChisqColTotal.
    COMPUTE ws-tablePos = 17 + (ws-chiColIdx - 1) * 12.
    MOVE ws-chiColTotal(ws-chiColIdx) TO ws-chiFormattedCount.
    MOVE ws-chiFormattedCount TO ws-outputLine(ws-tablePos + 1:11).

  displayChisqExpectedRow.
    MOVE SPACES TO ws-outputLine.
    MOVE ws-chiRowLabel(ws-chiRowIdx) TO ws-outputLine(1:16).
    PERFORM appendChisqExpectedCell
      VARYING ws-chiColIdx FROM 1 BY 1 UNTIL ws-chiColIdx > ws-chiColCount.
    PERFORM emitLine.

*> a cell in an all-zero row or column has no expected count and is
*> left blank, as it takes no part in the statistic
  appendChisqExpectedCell.
    IF ws-chiRowTotal(ws-chiRowIdx) NOT = 0
        AND ws-chiColTotal(ws-chiColIdx) NOT = 0
      COMPUTE ws-tablePos = 17 + (ws-chiColIdx - 1) * 12
      PERFORM calculateChisqExpected
      MOVE ws-chiExpected TO ws-formattedDataItem
      MOVE ws-formattedDataItem TO ws-outputLine(ws-tablePos + 1:11)
    END-IF.

*> prints N, chi-square, df and Cramer's V, and the small expected count
*> warning when the survey in calculateChisq found cause for one
  displayChisqResults.
    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.

    MOVE "N           = " TO ws-anovaLabel.
    MOVE ws-chiGrandTotal TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE "Chi-square  = " TO ws-anovaLabel.
    MOVE ws-chiSquare TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE "df          = " TO ws-anovaLabel.
    MOVE ws-chiDf TO ws-anovaValue.
    PERFORM emitAnovaValue.

    MOVE "Cramer's V  = " TO ws-anovaLabel.
    MOVE ws-chiCramersV TO ws-anovaValue.
    PERFORM emitAnovaValue.

    IF NOT ws-csc-none
      MOVE SPACES TO ws-outputLine
      PERFORM emitLine

      MOVE SPACES TO ws-outputLine
      MOVE 1 TO ws-csvPointer
      MOVE ws-chiSmallCount TO ws-formattedIndex
      STRING "Warning: " FUNCTION trim(ws-formattedIndex) DELIMITED BY SIZE
        INTO ws-outputLine WITH POINTER ws-csvPointer
      MOVE ws-chiCellCount TO ws-formattedIndex
      MOVE ws-chiSmallestExpected TO ws-formattedDataItem
      STRING " of " FUNCTION trim(ws-formattedIndex)
          " expected counts are below 5 (smallest "
          FUNCTION trim(ws-formattedDataItem) ")" DELIMITED BY SIZE
        INTO ws-outputLine WITH POINTER ws-csvPointer
      PERFORM emitLine

      IF ws-csc-untrustworthy
        MOVE "  - too small for chi-square to be trusted; combine categories or collect more data" TO ws-outputLine
      ELSE
        MOVE "  - within the usual limit (none below 1, no more than a fifth below 5)" TO ws-outputLine
      END-IF
      PERFORM emitLine
    END-IF.

*> the .05 and .01 critical values of chi-square for ws-chiDf degrees of
*> freedom, from the standard printed table. beyond df 30 the table
*> steps by tens; unlike t, the critical value of chi-square grows with
*> df, so where ws-chiDf falls between two rows the HIGHER df's row (the
*> larger, more conservative value) is used
  computeCriticalChi.
    EVALUATE TRUE
      WHEN ws-chiDf = 1    MOVE 3.841 TO ws-critChi05    MOVE 6.635 TO ws-critChi01
      WHEN ws-chiDf = 2    MOVE 5.991 TO ws-critChi05    MOVE 9.210 TO ws-critChi01
      WHEN ws-chiDf = 3    MOVE 7.815 TO ws-critChi05    MOVE 11.345 TO ws-critChi01
      WHEN ws-chiDf = 4    MOVE 9.488 TO ws-critChi05    MOVE 13.277 TO ws-critChi01
      WHEN ws-chiDf = 5    MOVE 11.070 TO ws-critChi05   MOVE 15.086 TO ws-critChi01
      WHEN ws-chiDf = 6    MOVE 12.592 TO ws-critChi05   MOVE 16.812 TO ws-critChi01
      WHEN ws-chiDf = 7    MOVE 14.067 TO ws-critChi05   MOVE 18.475 TO ws-critChi01
      WHEN ws-chiDf = 8    MOVE 15.507 TO ws-critChi05   MOVE 20.090 TO ws-critChi01
      WHEN ws-chiDf = 9    MOVE 16.919 TO ws-critChi05   MOVE 21.666 TO ws-critChi01
      WHEN ws-chiDf = 10   MOVE 18.307 TO ws-critChi05   MOVE 23.209 TO ws-critChi01
      WHEN ws-chiDf = 11   MOVE 19.675 TO ws-critChi05   MOVE 24.725 TO ws-critChi01
      WHEN ws-chiDf = 12   MOVE 21.026 TO ws-critChi05   MOVE 26.217 TO ws-critChi01
      WHEN ws-chiDf = 13   MOVE 22.362 TO ws-critChi05   MOVE 27.688 TO ws-critChi01
      WHEN ws-chiDf = 14   MOVE 23.685 TO ws-critChi05   MOVE 29.141 TO ws-critChi01
      WHEN ws-chiDf = 15   MOVE 24.996 TO ws-critChi05   MOVE 30.578 TO ws-critChi01
      WHEN ws-chiDf = 16   MOVE 26.296 TO ws-critChi05   MOVE 32.000 TO ws-critChi01
      WHEN ws-chiDf = 17   MOVE 27.587 TO ws-critChi05   MOVE 33.409 TO ws-critChi01
      WHEN ws-chiDf = 18   MOVE 28.869 TO ws-critChi05   MOVE 34.805 TO ws-critChi01
      WHEN ws-chiDf = 19   MOVE 30.144 TO ws-critChi05   MOVE 36.191 TO ws-critChi01
      WHEN ws-chiDf = 20   MOVE 31.410 TO ws-critChi05   MOVE 37.566 TO ws-critChi01
      WHEN ws-chiDf = 21   MOVE 32.671 TO ws-critChi05   MOVE 38.932 TO ws-critChi01
      WHEN ws-chiDf = 22   MOVE 33.924 TO ws-critChi05   MOVE 40.289 TO ws-critChi01
      WHEN ws-chiDf = 23   MOVE 35.172 TO ws-critChi05   MOVE 41.638 TO ws-critChi01
      WHEN ws-chiDf = 24   MOVE 36.415 TO ws-critChi05   MOVE 42.980 TO ws-critChi01
      WHEN ws-chiDf = 25   MOVE 37.652 TO ws-critChi05   MOVE 44.314 TO ws-critChi01
      WHEN ws-chiDf = 26   MOVE 38.885 TO ws-critChi05   MOVE 45.642 TO ws-critChi01
      WHEN ws-chiDf = 27   MOVE 40.113 TO ws-critChi05   MOVE 46.963 TO ws-critChi01
      WHEN ws-chiDf = 28   MOVE 41.337 TO ws-critChi05   MOVE 48.278 TO ws-critChi01
      WHEN ws-chiDf = 29   MOVE 42.557 TO ws-critChi05   MOVE 49.588 TO ws-critChi01
      WHEN ws-chiDf = 30   MOVE 43.773 TO ws-critChi05   MOVE 50.892 TO ws-critChi01
      WHEN ws-chiDf <= 40  MOVE 55.758 TO ws-critChi05   MOVE 63.691 TO ws-critChi01
      WHEN ws-chiDf <= 50  MOVE 67.505 TO ws-critChi05   MOVE 76.154 TO ws-critChi01
      WHEN ws-chiDf <= 60  MOVE 79.082 TO ws-critChi05   MOVE 88.379 TO ws-critChi01
      WHEN ws-chiDf <= 70  MOVE 90.531 TO ws-critChi05   MOVE 100.425 TO ws-critChi01
      WHEN ws-chiDf <= 80  MOVE 101.879 TO ws-critChi05  MOVE 112.329 TO ws-critChi01
      WHEN OTHER           MOVE 113.145 TO ws-critChi05  MOVE 124.116 TO ws-critChi01
    END-EVALUATE.

*> the chi-square verdict at the --alpha in force, worded the way
*> reportSignificance words the t-test's (the default .05 run also
*> reports .01 when that level is reached). when the expected counts are
*> too small for the test to be trusted the verdict says so, so the
*> caution travels with it into the audit log and the extract
  reportChisqSignificance.
    PERFORM computeCriticalChi.

    MOVE SPACES TO ws-outputLine.
    PERFORM emitLine.

    IF ws-am-isAlpha05
      EVALUATE TRUE
        WHEN ws-chiSquare >= ws-critChi01
          MOVE "Chi-square is significant at p<.01" TO ws-outputLine
        WHEN ws-chiSquare >= ws-critChi05
          MOVE "Chi-square is significant at p<.05" TO ws-outputLine
        WHEN OTHER
          MOVE "Chi-square is not significant at p<.05" TO ws-outputLine
      END-EVALUATE
    ELSE
      IF ws-chiSquare >= ws-critChi01
        MOVE "Chi-square is significant at p<.01" TO ws-outputLine
      ELSE
        MOVE "Chi-square is not significant at p<.01" TO ws-outputLine
      END-IF
    END-IF.

    IF ws-csc-untrustworthy
      COMPUTE ws-csvPointer = FUNCTION length(FUNCTION trim(ws-outputLine)) + 1
      STRING " (small expected counts)" DELIMITED BY SIZE
        INTO ws-outputLine WITH POINTER ws-csvPointer
    END-IF.

    MOVE FUNCTION trim(ws-outputLine) TO ws-auditVerdict.
    PERFORM emitLine.

    MOVE ws-chiSquare TO ws-pvStat.
    MOVE ws-chiDf TO ws-pvDf1.
    PERFORM computePValueChi.
    PERFORM emitPValueLine.
