*> cannot be told apart from the delimiter and is split like one; quote
*> such fields in the export if the instrument allows it.
*>
*> signed and decimal values (-3, 12.75) are accepted as they stand, as
*> the t-test reader accepts them. a line whose value would have to be
*> changed to pass (a non-numeric value) is not written: it is listed in
*> the change log as unsalvageable, with its raw content, for a person
*> to resolve. the first line may instead be a
*> header naming the conditions, which is cleaned and passed through.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    DISPLAY " ".
    DISPLAY "  Repairs made (and logged per line): CRLF endings, padding whitespace,".
    DISPLAY "  quoted fields, thousands-separator commas inside quotes, repeated".
    DISPLAY "  delimiters, semicolon/tab delimiters, blank lines. Signed and decimal".
    DISPLAY "  values (-3, 12.75) are valid data and pass through unchanged. A line".
    DISPLAY "  whose value would have to change to pass (non-numeric) is not".
    DISPLAY "  written - it is listed as unsalvageable for a person to resolve. An".
    DISPLAY "  unquoted thousands separator cannot be told from the delimiter and is".
    DISPLAY "  split like one; quote such fields in the export where possible.".
    END-IF.

*> applies the t-test reader's own acceptance test to every field that
*> carries a value: anything NUMVAL can read, so a leading sign and a
*> decimal point are fine. a value that fails is deliberately not
*> "repaired" - altering a value to make it pass is not cleaning, it is
*> changing the data
  checkFieldsNumeric.
    MOVE SPACES TO ws-unsalvageableReason.
    PERFORM checkOneFieldNumeric

  checkOneFieldNumeric.
    IF ws-fieldValue(ws-fieldIdx) NOT = SPACES
        AND FUNCTION TEST-NUMVAL(FUNCTION trim(ws-fieldValue(ws-fieldIdx))) NOT = 0
        AND ws-ur-none
      MOVE SPACES TO ws-unsalvageableReason
      STRING "value '" FUNCTION trim(ws-fieldValue(ws-fieldIdx))
          "' is not a number" DELIMITED BY SIZE
        INTO ws-unsalvageableReason
    END-IF.

