IDENTIFICATION DIVISION.
PROGRAM-ID. AuditVerify IS INITIAL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT auditFile ASSIGN TO DYNAMIC auditFileName *>Cumulative history the ciphers append, same AUDITFILE convention AuditReport reads
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS auditFileStatus.

DATA DIVISION.
FILE SECTION.
FD auditFile RECORD IS VARYING IN SIZE FROM 1 TO 230
        DEPENDING ON auditRecordLength.
*>read raw - the chain value is folded over the row's own bytes
*>exactly as they were written, and the record length is what says
*>which layout a row carries, see unpackAuditRecord
01 auditRawRecord PIC X(230).

WORKING-STORAGE SECTION.

*>same fixed layout CaesarEncrypt and DESCipher append and
*>AuditReport and AuditAlert read - keep them all in step if a
*>field ever changes. Every raw row is unpacked into this one
*>current-layout copy before anything reads a field.
    01 auditRecordLength PIC 9(3) COMP VALUE ZERO.
    01 auditRecord.
       05 auditRunDate PIC X(8).
       05 auditRunTime PIC X(8).
       05 auditProgram PIC X(12).
       05 auditMode PIC X(3).
       05 auditParm PIC X(16).
       05 auditInputFile PIC X(60).
       05 auditOutputFile PIC X(60).
       05 auditLineCount PIC 9(9).
       05 auditCharCount PIC 9(9).
       05 auditEndStatus PIC X(2).
       05 auditLayout PIC X(16).
       05 auditSequence PIC 9(9).
       05 auditChain PIC 9(18).

*>run parameters - same PARM-first pattern the other history
*>programs use, one optional token:
*>  "V" (or nothing)  walk the history and report every break
*>  "S"               print the one-line chain status and nothing
*>                    else - AuditReport and AuditAlert CALL this
*>                    for the line in their headers
    01 jclParm PIC X(200) VALUE SPACES.
    01 verifyModeArgument PIC X(1) VALUE SPACE.
       88 isStatusLineOnly VALUE 'S'.
       88 isFullVerify VALUE 'V' SPACE.
    01 auditFileName PIC X(60) VALUE SPACES.
    01 envFileName PIC X(60) VALUE SPACES.
    01 auditFileStatus PIC X(2) VALUE SPACES.
    01 endOfAuditFile PIC X(1) VALUE 'N'.
       88 atEndOfAuditFile VALUE 'Y'.
       88 notAtEndOfAuditFile VALUE 'N'.

*>the fold CaesarEncrypt and DESCipher use to build each row's
*>chain value - two lanes, each a running multiply-and-add over the
*>row's bytes kept below its own prime, seeded from the previous
*>row's chain value. Keep all three copies in step.
    01 auditChainLanes.
       05 chainLaneA PIC 9(9).
       05 chainLaneB PIC 9(9).
    01 auditChainValue REDEFINES auditChainLanes PIC 9(18).
    01 chainWork PIC 9(11) VALUE ZERO.
    01 chainQuotient PIC 9(11) VALUE ZERO.
    01 chainByteIndex PIC 9(3) VALUE ZERO.
    01 chainByte PIC X(1) VALUE SPACE.
    01 chainByteValue REDEFINES chainByte PIC X(1) COMP-X.

*>walk state - the last chained row accepted, which is what the
*>next row has to link to. A row that breaks the chain still
*>becomes the new link (except one out of sequence, which is
*>passed over), so one damaged row is reported once and does not
*>cascade down the rest of the history.
    01 chainStartedFlag PIC X(1) VALUE 'N'.
       88 chainHasStarted VALUE 'Y'.
       88 chainNotStarted VALUE 'N'.
    01 lastSequence PIC 9(9) VALUE ZERO.
    01 lastChain PIC 9(18) VALUE ZERO.
    01 lastChainDate PIC X(8) VALUE SPACES.
    01 expectedSequence PIC 9(9) VALUE ZERO.
    01 gapFirstSequence PIC 9(9) VALUE ZERO.
    01 gapLastSequence PIC 9(9) VALUE ZERO.
    01 gapRowCount PIC 9(9) VALUE ZERO.
    01 rowChainedFlag PIC X(1) VALUE 'N'.
       88 rowIsChained VALUE 'Y'.
       88 rowIsUnchained VALUE 'N'.

*>history tallies for the report and the scheduler's return code
    01 rowsRead PIC 9(7) VALUE ZERO.
    01 prefixRows PIC 9(7) VALUE ZERO.
    01 prefixFirstDate PIC X(8) VALUE SPACES.
    01 prefixLastDate PIC X(8) VALUE SPACES.
    01 chainedRows PIC 9(7) VALUE ZERO.
    01 chainStartDate PIC X(8) VALUE SPACES.
    01 chainStartSequence PIC 9(9) VALUE ZERO.
    01 brokenLinks PIC 9(7) VALUE ZERO.
    01 missingRows PIC 9(9) VALUE ZERO.
    01 outOfSequenceRows PIC 9(7) VALUE ZERO.
    01 unchainedInsideRows PIC 9(7) VALUE ZERO.
    01 firstBreakFlag PIC X(1) VALUE 'N'.
       88 chainWasBroken VALUE 'Y'.
       88 chainNotBroken VALUE 'N'.
    01 firstBreakDate PIC X(8) VALUE SPACES.
    01 firstBreakRow PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
*>same stamped parameter block the cipher programs accept - the
*>report programs CALL here for their header line, and the
*>eyecatcher keeps a garbage main-program pointer from being read
01 calledParmBlock.
   05 calledParmEyecatcher PIC X(8).
      88 calledParmIsStamped VALUE "CIPHCALL".
   05 calledParmText PIC X(200).
   05 calledParmReturnCode PIC 9(2).

PROCEDURE DIVISION USING calledParmBlock.
CONTROLFLOW SECTION.
      PERFORM readRunParameters.
      PERFORM walkAuditHistory.
      IF isStatusLineOnly
          PERFORM writeChainStatusLine
      ELSE
          PERFORM writeVerifyReport
      END-IF.
      IF chainWasBroken
          PERFORM flagChainBroken
      END-IF.
*>a standalone step must end with STOP RUN to keep its RETURN-CODE
*>- callers read the parameter block's return-code field instead
      IF ADDRESS OF calledParmBlock NOT = NULL
          AND calledParmIsStamped
          GOBACK
      END-IF.
      STOP RUN.

readRunParameters SECTION.
    IF ADDRESS OF calledParmBlock NOT = NULL
        AND calledParmIsStamped
        MOVE calledParmText TO jclParm
        MOVE ZERO TO calledParmReturnCode
    ELSE
        ACCEPT jclParm FROM COMMAND-LINE
    END-IF.
    MOVE jclParm(1:1) TO verifyModeArgument.
    INSPECT verifyModeArgument CONVERTING "sv" TO "SV".
    IF NOT isStatusLineOnly AND NOT isFullVerify
        DISPLAY "VERIFY MODE MUST BE V (FULL) OR S (STATUS LINE)"
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "AUDITFILE".
    IF envFileName NOT = SPACES
        MOVE envFileName TO auditFileName
    ELSE
        MOVE "cipherAudit.dat" TO auditFileName
    END-IF.
    EXIT.

walkAuditHistory SECTION.
    OPEN INPUT auditFile.
    IF auditFileStatus NOT = "00"
        IF isStatusLineOnly
            DISPLAY "HISTORY CHAIN ........: NOT CHECKED - HISTORY "
                "NOT READABLE, STATUS = " auditFileStatus
        ELSE
            DISPLAY "ERROR OPENING AUDIT HISTORY " auditFileName
                ": STATUS = " auditFileStatus
        END-IF
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    SET notAtEndOfAuditFile TO TRUE.
    PERFORM checkOneAuditRow UNTIL atEndOfAuditFile.
    CLOSE auditFile.
    EXIT.

checkOneAuditRow SECTION.
    MOVE SPACES TO auditRawRecord.
    READ auditFile
      NOT AT END
        ADD 1 TO rowsRead
        PERFORM unpackAuditRecord
        IF rowIsChained
            PERFORM checkChainedRow
        ELSE
            PERFORM checkUnchainedRow
        END-IF
      AT END
        SET atEndOfAuditFile TO TRUE
    END-READ.
    EXIT.

unpackAuditRecord SECTION.
*>rows written before the mode token widened are one byte shorter,
*>and rows written before the chain started stop at the field
*>layout name (or short of it when the name is blank). Only a
*>full-length row with a numeric sequence and chain value is part
*>of the chain; everything else moves across with those two fields
*>left blank.
    SET rowIsUnchained TO TRUE.
    IF auditRecordLength >= 187
        MOVE auditRawRecord TO auditRecord
        IF auditRecordLength >= 230
            AND auditSequence NUMERIC AND auditChain NUMERIC
            SET rowIsChained TO TRUE
        END-IF
    ELSE
        MOVE SPACES TO auditRecord
        MOVE auditRawRecord(1:8) TO auditRunDate
        MOVE auditRawRecord(9:8) TO auditRunTime
        MOVE auditRawRecord(17:12) TO auditProgram
        MOVE auditRawRecord(29:2) TO auditMode
        MOVE auditRawRecord(31:16) TO auditParm
        MOVE auditRawRecord(47:60) TO auditInputFile
        MOVE auditRawRecord(107:60) TO auditOutputFile
        MOVE auditRawRecord(167:9) TO auditLineCount
        MOVE auditRawRecord(176:9) TO auditCharCount
        MOVE auditRawRecord(185:2) TO auditEndStatus
    END-IF.
    EXIT.

checkUnchainedRow SECTION.
*>everything ahead of the first chained row is the one unchained
*>prefix written before the chain existed - counted, not an error.
*>An unchained row after the chain started was not written by
*>either cipher program.
    IF chainNotStarted
        ADD 1 TO prefixRows
        IF prefixFirstDate = SPACES
            MOVE auditRunDate TO prefixFirstDate
        END-IF
        MOVE auditRunDate TO prefixLastDate
        EXIT SECTION
    END-IF.
    ADD 1 TO unchainedInsideRows.
    IF isFullVerify
        DISPLAY "UNCHAINED  : ROW " rowsRead " " auditRunDate " "
            auditRunTime " " auditProgram " " auditMode
        DISPLAY "             " auditOutputFile
    END-IF.
    PERFORM noteChainBreak.
    EXIT.

checkChainedRow SECTION.
    ADD 1 TO chainedRows.
    IF chainNotStarted
        PERFORM startChain
        EXIT SECTION
    END-IF.
    COMPUTE expectedSequence = lastSequence + 1.
    IF auditSequence <= lastSequence
        ADD 1 TO outOfSequenceRows
        IF isFullVerify
            DISPLAY "OUT OF SEQ : ROW " rowsRead " SEQUENCE "
                auditSequence " AFTER SEQUENCE " lastSequence " "
                auditRunDate " " auditProgram
        END-IF
        PERFORM noteChainBreak
        EXIT SECTION
    END-IF.
    IF auditSequence > expectedSequence
        MOVE expectedSequence TO gapFirstSequence
        COMPUTE gapLastSequence = auditSequence - 1
        COMPUTE gapRowCount = auditSequence - expectedSequence
        ADD gapRowCount TO missingRows
        IF isFullVerify
            DISPLAY "MISSING    : SEQUENCE " gapFirstSequence " THRU "
                gapLastSequence " BETWEEN " lastChainDate " AND "
                auditRunDate
        END-IF
        PERFORM noteChainBreak
        PERFORM acceptRowAsLink
        EXIT SECTION
    END-IF.
    MOVE lastChain TO auditChainValue.
    PERFORM foldRowIntoChain.
    IF auditChainValue NOT = auditChain
        ADD 1 TO brokenLinks
        IF isFullVerify
            DISPLAY "BROKEN LINK: ROW " rowsRead " SEQUENCE "
                auditSequence " " auditRunDate " " auditRunTime " "
                auditProgram " " auditMode
            DISPLAY "             " auditOutputFile
        END-IF
        PERFORM noteChainBreak
    END-IF.
    PERFORM acceptRowAsLink.
    EXIT.

startChain SECTION.
*>the first chained row starts the chain at sequence 1 from a zero
*>chain value; starting anywhere later means the chain's opening
*>rows are gone, and there is nothing left to check this row's link
*>against
    SET chainHasStarted TO TRUE.
    MOVE auditRunDate TO chainStartDate.
    MOVE auditSequence TO chainStartSequence.
    IF auditSequence = 1
        MOVE ZERO TO auditChainValue
        PERFORM foldRowIntoChain
        IF auditChainValue NOT = auditChain
            ADD 1 TO brokenLinks
            IF isFullVerify
                DISPLAY "BROKEN LINK: ROW " rowsRead " SEQUENCE "
                    auditSequence " " auditRunDate " " auditRunTime
                    " " auditProgram " " auditMode
                DISPLAY "             " auditOutputFile
            END-IF
            PERFORM noteChainBreak
        END-IF
    ELSE
        COMPUTE gapRowCount = auditSequence - 1
        ADD gapRowCount TO missingRows
        IF isFullVerify
            DISPLAY "MISSING    : SEQUENCE 000000001 THRU "
                gapRowCount " - CHAIN STARTS PART WAY, " auditRunDate
        END-IF
        PERFORM noteChainBreak
    END-IF.
    PERFORM acceptRowAsLink.
    EXIT.

acceptRowAsLink SECTION.
    MOVE auditSequence TO lastSequence.
    MOVE auditChain TO lastChain.
    MOVE auditRunDate TO lastChainDate.
    EXIT.

noteChainBreak SECTION.
    IF chainNotBroken
        SET chainWasBroken TO TRUE
        MOVE auditRunDate TO firstBreakDate
        MOVE rowsRead TO firstBreakRow
    END-IF.
    EXIT.

foldRowIntoChain SECTION.
*>folds the row's bytes up to and including its sequence number
*>onto whatever auditChainValue was seeded with
    PERFORM foldOneAuditByte
        VARYING chainByteIndex FROM 1 BY 1
        UNTIL chainByteIndex > 212.
    EXIT.

foldOneAuditByte SECTION.
    MOVE auditRawRecord(chainByteIndex:1) TO chainByte.
    COMPUTE chainWork = chainLaneA * 31 + chainByteValue + 1.
    DIVIDE chainWork BY 999999937 GIVING chainQuotient
        REMAINDER chainLaneA.
    COMPUTE chainWork = chainLaneB * 37 + chainByteValue + 7.
    DIVIDE chainWork BY 999999929 GIVING chainQuotient
        REMAINDER chainLaneB.
    EXIT.

writeChainStatusLine SECTION.
*>the one line the report programs print in their headers
    IF chainWasBroken
        DISPLAY "HISTORY CHAIN ........: BROKEN SINCE "
            firstBreakDate " - RUN AUDITVERIFY FOR DETAIL"
        EXIT SECTION
    END-IF.
    IF chainNotStarted
        DISPLAY "HISTORY CHAIN ........: NOT STARTED - NO CHAINED "
            "ROWS YET"
        EXIT SECTION
    END-IF.
    IF prefixRows > 0
        DISPLAY "HISTORY CHAIN ........: INTACT SINCE "
            chainStartDate ", " prefixRows " EARLIER ROWS UNCHAINED"
    ELSE
        DISPLAY "HISTORY CHAIN ........: INTACT"
    END-IF.
    EXIT.

writeVerifyReport SECTION.
    DISPLAY "===== AUDIT HISTORY CHAIN VERIFICATION =====".
    DISPLAY "AUDIT HISTORY ........: " auditFileName.
    DISPLAY "ROWS READ ............: " rowsRead.
    IF prefixRows > 0
        DISPLAY "UNCHAINED PREFIX .....: " prefixRows " ROWS, "
            prefixFirstDate " TO " prefixLastDate
    ELSE
        DISPLAY "UNCHAINED PREFIX .....: NONE"
    END-IF.
    IF chainHasStarted
        DISPLAY "CHAIN STARTED ........: " chainStartDate
            " AT SEQUENCE " chainStartSequence
        DISPLAY "CHAINED ROWS .........: " chainedRows
        DISPLAY "LAST SEQUENCE ........: " lastSequence " ON "
            lastChainDate
    END-IF.
    DISPLAY "BROKEN LINKS .........: " brokenLinks.
    DISPLAY "MISSING ROWS .........: " missingRows.
    DISPLAY "OUT OF SEQUENCE ......: " outOfSequenceRows.
    DISPLAY "UNCHAINED AFTER START : " unchainedInsideRows.
    PERFORM writeChainStatusLine.
    IF chainWasBroken
        DISPLAY "FIRST BREAK ..........: ROW " firstBreakRow " ON "
            firstBreakDate
    END-IF.
    DISPLAY "============================================".
    EXIT.

flagRunFailed SECTION.
*>error exits funnel through here. On the stamped called path the
*>parameter block's return-code field carries the failure and the
*>caller gets control back through the GOBACK at the error site; a
*>standalone JCL step has to end right here with STOP RUN instead,
*>because GOBACK from a program marked INITIAL re-initializes
*>RETURN-CODE to zero on the way out.
    MOVE 8 TO RETURN-CODE.
    IF ADDRESS OF calledParmBlock NOT = NULL
        AND calledParmIsStamped
        MOVE 8 TO calledParmReturnCode
    ELSE
        STOP RUN
    END-IF.
    EXIT.

flagChainBroken SECTION.
*>same two exits as flagRunFailed, carrying 12 - the code the
*>cipher programs and CatalogSweep already use for tampering - so a
*>broken history stays distinguishable from an unreadable one
    MOVE 12 TO RETURN-CODE.
    IF ADDRESS OF calledParmBlock NOT = NULL
        AND calledParmIsStamped
        MOVE 12 TO calledParmReturnCode
    ELSE
        STOP RUN
    END-IF.
    EXIT.

END PROGRAM AuditVerify.
