
DATA DIVISION.
FILE SECTION.
FD auditFile RECORD IS VARYING IN SIZE FROM 1 TO 230
        DEPENDING ON auditRecordLength.
*>read raw and unpacked by hand - the history holds rows from both
*>before and after the mode token widened from two characters to
*>three, and the record length is what says which layout a row
*>carries, see unpackAuditRecord
01 auditRawRecord PIC X(230).

WORKING-STORAGE SECTION.

*>same fixed layout CaesarEncrypt and DESCipher append and
*>AuditReport and AuditVerify read - keep them all in step if a
*>field ever changes. Every raw row is unpacked into this one
*>current-layout copy before anything reads a field.
    01 auditRecordLength PIC 9(3) COMP VALUE ZERO.
    01 auditRecord.
       05 auditRunDate PIC X(8).
       05 auditLineCount PIC 9(9).
       05 auditCharCount PIC 9(9).
       05 auditEndStatus PIC X(2).
       05 auditLayout PIC X(16).
       05 auditSequence PIC 9(9).
       05 auditChain PIC 9(18).

*>run parameters - the one optional PARM token is the day to sweep
*>as YYYYMMDD, defaulting to today so the morning scheduler step
    01 duplicateExceptions PIC 9(5) VALUE ZERO.
    01 windowExceptions PIC 9(5) VALUE ZERO.
    01 unverifiedExceptions PIC 9(5) VALUE ZERO.
    01 chainExceptions PIC 9(5) VALUE ZERO.
    01 totalExceptions PIC 9(5) VALUE ZERO.

*>parameter block for asking AuditVerify for the history chain
*>line in the report header - its own status line, printed by it
*>the same way it prints in a full verify run
    01 verifyCallBlock.
       05 verifyCallEyecatcher PIC X(8) VALUE "CIPHCALL".
       05 verifyCallText PIC X(200) VALUE SPACES.
       05 verifyCallReturnCode PIC 9(2) VALUE ZERO.

PROCEDURE DIVISION.
CONTROLFLOW SECTION.
      PERFORM readRunParameters.
      DISPLAY "===== DAILY CIPHER EXCEPTION REPORT =====".
      DISPLAY "REPORT DATE ..........: " reportDate.
      DISPLAY "AUDIT HISTORY ........: " auditFileName.
      PERFORM checkHistoryChain.
      DISPLAY "HISTORY RECORDS READ .: " recordsRead.
      DISPLAY "RUNS ON REPORT DATE ..: " recordsInDay.
      PERFORM checkOneDayEntry
*>rows written before the mode token widened are one byte shorter,
*>which used to shift every field after auditProgram by one when
*>they were read through the current layout. The record length
*>tells the two apart exactly: 187 bytes or more is the current
*>layout and moves across whole (a row without the trailing field
*>layout name just leaves it blank, and one from before the history
*>chain leaves the sequence and chain value blank - AuditVerify is
*>what reads those), anything shorter is the old
*>one and each field is lifted from its old offset (the
*>two-character mode pads right into the three-character field).
    IF auditRecordLength >= 187
        MOVE auditRawRecord TO auditRecord
    ELSE
    END-IF.
    EXIT.

checkHistoryChain SECTION.
*>AuditVerify walks the whole history and prints its own one-line
*>chain status here. A broken chain is an exception like any other
*>- every check below trusts rows that may have been edited, and
*>cannot see rows that were deleted.
    MOVE "S" TO verifyCallText.
    MOVE 99 TO verifyCallReturnCode.
    CALL "AuditVerify" USING verifyCallBlock
        ON EXCEPTION
            IF verifyCallReturnCode = 99
                DISPLAY "HISTORY CHAIN ........: NOT CHECKED - "
                    "AUDITVERIFY NOT AVAILABLE"
            END-IF
    END-CALL.
    IF verifyCallReturnCode = 12
        ADD 1 TO chainExceptions
    END-IF.
    EXIT.

checkOneDayEntry SECTION.
    IF dayEndStatus(entryIndex) NOT = "00"
        ADD 1 TO statusExceptions
writeAlertSummary SECTION.
    COMPUTE totalExceptions = statusExceptions + emptyExceptions
        + duplicateExceptions + windowExceptions
        + unverifiedExceptions + chainExceptions.
    DISPLAY "NONZERO END STATUS ...: " statusExceptions.
    DISPLAY "EMPTY ENCRYPT RUNS ...: " emptyExceptions.
    DISPLAY "RE-ENCRYPTED FILES ...: " duplicateExceptions.
    DISPLAY "RUNS OFF THE WINDOW ..: " windowExceptions.
    DISPLAY "UNVERIFIED ENCRYPTS ..: " unverifiedExceptions.
    DISPLAY "HISTORY CHAIN BROKEN .: " chainExceptions.
    IF overflowDayRuns > 0
        DISPLAY "DAY TABLE FULL - " overflowDayRuns " RUNS NOT "
            "CHECKED ABOVE"
