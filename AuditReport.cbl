
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

*>same fixed layout CaesarEncrypt and DESCipher append - keep it in
*>step with them, AuditAlert and AuditVerify if a field ever
*>changes. Every raw row is unpacked into this one current-layout
*>copy before anything reads a field.
    01 auditRecordLength PIC 9(3) COMP VALUE ZERO.
    01 auditRecord.
       05 auditRunDate PIC X(8).
       05 auditLineCount PIC 9(9).
       05 auditCharCount PIC 9(9).
       05 auditEndStatus PIC X(2).
       05 auditLayout PIC X(16).
       05 auditSequence PIC 9(9).
       05 auditChain PIC 9(18).

*>run parameters - the one PARM token is the month to report,
*>as YYYYMM; the history file comes from the same AUDITFILE
    01 entryIndex PIC 9(3) VALUE ZERO.
    01 matchIndex PIC 9(3) VALUE ZERO.

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
    DISPLAY "===== MONTHLY CIPHER OPERATIONS REPORT =====".
    DISPLAY "REPORT MONTH .........: " reportMonth.
    DISPLAY "AUDIT HISTORY ........: " auditFileName.
    PERFORM writeHistoryChainLine.
    DISPLAY "HISTORY RECORDS READ .: " recordsRead.
    DISPLAY "RUNS IN MONTH ........: " recordsInMonth.
    DISPLAY " ".
    DISPLAY "============================================".
    EXIT.

writeHistoryChainLine SECTION.
*>AuditVerify walks the same history and prints its own one-line
*>chain status here - intact, or broken since the first bad row's
*>date. The report itself still runs either way; a broken chain
*>is AuditAlert's exception to raise.
    MOVE "S" TO verifyCallText.
    MOVE 99 TO verifyCallReturnCode.
    CALL "AuditVerify" USING verifyCallBlock
        ON EXCEPTION
            IF verifyCallReturnCode = 99
                DISPLAY "HISTORY CHAIN ........: NOT CHECKED - "
                    "AUDITVERIFY NOT AVAILABLE"
            END-IF
    END-CALL.
    EXIT.

writeOneProgramLine SECTION.
    DISPLAY programEntryName(entryIndex) " "
        programRunCount(entryIndex) " "
