SELECT OPTIONAL usageFile ASSIGN TO DYNAMIC usageFileName *>Cumulative key-usage history, appended by writeKeyUsageRecord
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS usageFileStatus.
SELECT catalogFile ASSIGN TO DYNAMIC catalogFileName *>Same system of record CipherCatalog keeps, read by key here, see checkUntaggedAgainstCutover
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS catOutputFile
    FILE STATUS IS catalogFileStatus.
DATA DIVISION.
FILE SECTION.
FD ringFile.
*>the key field carries a single 8-character DES key or, for the
*>triple-DES modes, a full 24-character bundle of three keys laid
*>end to end - keep the layout in step with KeyVault. The three
*>dates (YYYYMMDD, blank for no limit) bound when the label may be
*>used, see checkKeyDateWindow; rows written before they existed
*>read back short and so come in blank.
01 ringRecord.
   05 ringLabel PIC X(16).
   05 ringKey PIC X(24).
   05 ringActiveDate PIC X(8). *>First day the label may encrypt
   05 ringEncryptUntil PIC X(8). *>Last day the label may encrypt
   05 ringDecryptUntil PIC X(8). *>Last day the label may decrypt - on or after ringEncryptUntil
FD auditFile.
*>one fixed-layout row per completed run - the same layout
*>CaesarEncrypt appends and AuditReport, AuditAlert and AuditVerify
*>read, so keep them all in step if a field ever changes
01 auditRecord.
   05 auditRunDate PIC X(8).
   05 auditRunTime PIC X(8).
   05 auditOutputFile PIC X(60).
   05 auditLineCount PIC 9(9).
   05 auditCharCount PIC 9(9).
   05 auditEndStatus PIC X(2). *>The run's final output state - "00" for a run that got this far, "TM" for a file whose integrity tag did not match
   05 auditLayout PIC X(16). *>Caesar field layout name - always spaces here
   05 auditSequence PIC 9(9). *>One more than the last chained row's, see findLastAuditLink
   05 auditChain PIC 9(18). *>Chain value over this row and the one before it, see computeAuditChain
FD usageFile.
*>one row per key resolution, successful or refused - the trace
*>that answers "which jobs used this label" and, just as telling,
*>"which jobs keep asking for a label the ring refuses". KeyVault's
*>report action rolls this file up, so keep the two in step if a
*>field ever changes. KeyVault also appends its own key-change rows
*>here (modes KA and KD), which it reports apart from resolutions.
01 usageRecord.
   05 usageRunDate PIC X(8).
   05 usageRunTime PIC X(8).
   05 usageMode PIC X(3).
   05 usageInputFile PIC X(60).
   05 usageOutputFile PIC X(60).
   05 usageResult PIC X(1). *>Y the label resolved to a usable key, N it did not, X it is on the ring but outside its usable dates
FD catalogFile.
*>same fixed layout CipherCatalog owns - keep the two in step if a
*>field ever changes
01 catalogRecord.
   05 catOutputFile PIC X(60).
   05 catCipher PIC X(12).
   05 catMode PIC X(3).
   05 catParm PIC X(16).
   05 catRunDate PIC X(8).
   05 catByteCount PIC 9(9).
   05 catChecksum PIC 9(9).
   05 catLayout PIC X(16).
   05 catRetentionClass PIC X(4).
   05 catLegalHold PIC X(1).
WORKING-STORAGE SECTION.

*>run parameters - same PARM/SYSIN pattern as CaesarEncrypt so both
*>LABEL, not the key itself - the real key is looked up from the
*>KeyVault keyring so it never appears in JCL or the job log
    01 jclParm PIC X(200) VALUE SPACES. *>Wide enough for two full 60-character file names
    01 modeArgument PIC X(3) VALUE SPACES. *>E/D run block-by-block as before; EC/DC chain the blocks; E3/D3 and E3C/D3C run each block through triple DES, see encryptOneBlock; T/T3 only check the integrity tag, see checkTagOnly
    01 encOrDecMode PIC 9(1) VALUE 0. *>0 encrypt, 1 decrypt, 2 integrity tag check only
    01 chainModeFlag PIC X(1) VALUE 'N'.
       88 isChainMode VALUE 'Y'.
       88 isNotChainMode VALUE 'N'.
    01 usageFileName PIC X(60) VALUE SPACES. *>From the KEYUSAGE environment variable, see writeKeyUsageRecord
    01 usageFileStatus PIC X(2) VALUE SPACES.
    01 keyUsageResult PIC X(1) VALUE SPACE.
    01 auditEndStatusValue PIC X(2) VALUE "00". *>Moved to auditEndStatus - only a tag mismatch changes it, see flagTagMismatch

*>audit history chain - every row carries a sequence number and a
*>chain value folded from its own fields (through auditSequence)
*>and the previous row's chain value, so a row edited, deleted or
*>slipped in afterwards no longer links to its neighbours when
*>AuditVerify walks the history. Two lanes, each a running
*>multiply-and-add over the row's bytes kept below its own prime,
*>side by side make the 18-digit value - the same fold
*>CaesarEncrypt and AuditVerify carry, keep all three in step.
    01 lastAuditSequence PIC 9(9) VALUE ZERO.
    01 lastAuditChain PIC 9(18) VALUE ZERO.
    01 auditChainLanes.
       05 chainLaneA PIC 9(9).
       05 chainLaneB PIC 9(9).
    01 auditChainValue REDEFINES auditChainLanes PIC 9(18).
    01 chainWork PIC 9(11) VALUE ZERO.
    01 chainQuotient PIC 9(11) VALUE ZERO.
    01 chainByteIndex PIC 9(3) VALUE ZERO.
    01 chainByte PIC X(1) VALUE SPACE.
    01 chainByteValue REDEFINES chainByte PIC X(1) COMP-X.
    01 endOfAuditFile PIC X(1) VALUE 'N'.
       88 atEndOfAuditFile VALUE 'Y'.
       88 notAtEndOfAuditFile VALUE 'N'.

*>parameter block for registering finished encrypt runs with the
*>catalog - the same stamped layout this program itself accepts
    01 keyFoundFlag PIC X(1) VALUE 'N'.
       88 keyWasFound VALUE 'Y'.
       88 keyWasNotFound VALUE 'N'.
    01 keyActiveDate PIC X(8) VALUE SPACES.
    01 keyEncryptUntil PIC X(8) VALUE SPACES.
    01 keyDecryptUntil PIC X(8) VALUE SPACES.
    01 keyCheckDate PIC X(8) VALUE SPACES. *>Today, as YYYYMMDD text to compare against the ring dates
    01 keyRefusalReason PIC X(40) VALUE SPACES. *>Set by checkKeyDateWindow when the label is outside its dates

*>low-level binary file handling - same CBL_* handles fileIOTest used,
*>but with the offset actually advanced call to call, and the correct
       05 headerEyecatcher PIC X(6).
          88 headerIsStamped VALUE "DESHDR".
       05 headerVersion PIC X(2).
          88 headerVersionKnown VALUE "01" "02".
          88 headerVersionTagged VALUE "02".
       05 headerMode PIC X(3).
       05 headerSpare PIC X(5).
       05 headerKeyLabel PIC X(16).
    01 headerPresentFlag PIC X(1) VALUE 'N'.
       88 headerIsPresent VALUE 'Y'.
       88 headerIsNotPresent VALUE 'N'.
    01 cipherByteCount PIC X(8) COMP-X VALUE ZERO. *>inFileSize less the header and the integrity tag, when they are there - what the block math divides

*>integrity tag - version "02" files end in one extra 8-byte block,
*>a keyed check value (CBC-MAC, finished under the run key) over the
*>cleartext header and every ciphertext block behind it. Decryption
*>recomputes it and compares before a single plaintext byte is
*>written, so a flipped bit, a spliced block, or a truncated file is
*>refused outright instead of coming out as quietly wrong data. The
*>tag runs under its own schedule, derived from the run key by
*>encrypting a fixed constant, so the check value is never the same
*>computation as the data encryption. Version "01" files predate the
*>tag and still decrypt, with a warning that nothing was checked -
*>but only while the catalog says they were written before the day
*>tagging came in, see checkUntaggedAgainstCutover.
    01 tagBuffer PIC X(8) VALUE LOW-VALUES. *>Running check value, then the finished tag
    01 tagInputBlock PIC X(8) VALUE SPACES. *>The next 8 bytes to fold in, see foldBlockIntoTag
    01 storedTagBlock PIC X(8) VALUE SPACES. *>The tag as read back from the end of the file
    01 tagOffset PIC X(8) COMP-X VALUE ZERO.
    01 tagKeyConstant PIC X(8) VALUE "DESTAGK1".
    01 tagSavedBlock PIC X(8) VALUE SPACES.
    01 tagSavedCipher PIC X(8) VALUE SPACES.
    01 savedRoundKeys PIC X(768) VALUE SPACES.
    01 headerBlockIndex PIC 9(1) VALUE ZERO.
    01 tagPresentFlag PIC X(1) VALUE 'N'.
       88 fileIsTagged VALUE 'Y'.
       88 fileIsUntagged VALUE 'N'.

*>tag cutover - the tag and the header version that announces it
*>sit in plain sight, so cutting the last block off a tagged file
*>and writing "01" over its version would pass it off as an old
*>one. DESTAGSINCE (YYYYMMDD) names the day every encrypt started
*>writing tags; the file's catalog entry, not its own header, then
*>says which side of that day it was written on.
    01 tagCutoverDate PIC X(8) VALUE SPACES. *>From the DESTAGSINCE environment variable - spaces leaves every untagged file on the old warning
    01 catalogFileName PIC X(60) VALUE SPACES. *>From the CATALOG environment variable
    01 catalogFileStatus PIC X(2) VALUE SPACES.
    01 catalogEntryFlag PIC X(1) VALUE 'N'.
       88 catalogEntryFound VALUE 'Y'.
       88 catalogEntryNotFound VALUE 'N'.

*>chained-mode state - each plaintext block is exclusive-ored with
*>the previous ciphertext block (the initialization vector for the
    01 chainBuffer PIC X(8) VALUE SPACES.
    01 savedCipherBlock PIC X(8) VALUE SPACES.
    01 xorBuffer PIC X(8) VALUE SPACES.
    01 xorOperandBuffer PIC X(8) VALUE SPACES. *>What xorOneOperandByte folds into xorBuffer - the chain block, or the running tag
    01 ivDateStamp PIC 9(8) VALUE ZERO.
    01 ivDateDigit REDEFINES ivDateStamp PIC 9(1) OCCURS 8 TIMES.
    01 ivTimeStamp PIC 9(8) VALUE ZERO.

*>the triple-DES modes need a full sixteen-round schedule per bundle
*>key - each is built once by buildKeySchedule and copied whole into
*>roundKeys before the pass that uses it, see runOneActiveSchedulePass.
*>The fourth slot holds the integrity tag schedule in every mode, see
*>buildTagSchedule.
    01 storedScheduleTable.
       05 storedSchedule PIC X(768) OCCURS 4 TIMES.
    01 scheduleIndex PIC 9(1) VALUE ZERO.
    01 passDirection PIC 9(1) VALUE ZERO. *>0 runs the round keys 1..16, 1 runs them 16..1 - set per DES pass so triple mode can mix directions, see runOneRound

   05 calledParmEyecatcher PIC X(8).
      88 calledParmIsStamped VALUE "CIPHCALL".
   05 calledParmText PIC X(200). *>Same token layout as the JCL PARM
   05 calledParmReturnCode PIC 9(2). *>Set for the caller on the way out, see flagRunFailed, flagTagMismatch and flagUntaggedFile

PROCEDURE DIVISION USING calledParmBlock.
CONTROLFLOW SECTION.
      PERFORM readRunParameters.
      PERFORM resolveKeyFromRing.
      PERFORM buildKeySchedule.
      PERFORM buildTagSchedule.
      PERFORM openFiles.
      PERFORM preflightInputFile.
      EVALUATE encOrDecMode
          WHEN 0 PERFORM encryptWholeFile
          WHEN 1 PERFORM decryptWholeFile
          WHEN OTHER PERFORM checkTagOnly
      END-EVALUATE.
      PERFORM closeFiles.
      PERFORM writeAuditRecord.
      IF encOrDecMode = 0
          PERFORM registerOutputInCatalog
      END-IF.
      IF encOrDecMode = 2 AND fileIsUntagged
          PERFORM flagUntaggedFile
      END-IF.
      GOBACK.

readRunParameters SECTION.
            INTO modeArgument keyLabelArgument inFileName outFileName
    ELSE
        DISPLAY "ENTER MODE - E TO ENCRYPT, D TO DECRYPT "
            "(EC/DC CHAINED, E3/D3 TRIPLE, E3C/D3C BOTH, "
            "T/T3 CHECK INTEGRITY TAG ONLY): "
        ACCEPT modeArgument FROM SYSIN
        DISPLAY "ENTER KEY LABEL: "
        ACCEPT keyLabelArgument FROM SYSIN
*>into the audit history and the catalog, and a catalogued "ec"
*>would make the inquiry's decrypt hint hand the operator a token
*>that encrypts
    INSPECT modeArgument CONVERTING "cdet" TO "CDET".
    EVALUATE modeArgument(1:1)
        WHEN 'E' MOVE 0 TO encOrDecMode
        WHEN 'T' MOVE 2 TO encOrDecMode
        WHEN OTHER MOVE 1 TO encOrDecMode
    END-EVALUATE.
*>a '3' after the direction letter asks for the triple-DES modes
*>(E3/D3, chained E3C/D3C) - the chain letter then sits third
    IF modeArgument(2:1) = '3'
            MOVE "encryptedMonologue.des" TO inFileName
        END-IF
    END-IF.
*>a tag check writes nothing, so it takes no output name
    IF outFileName = SPACES AND encOrDecMode NOT = 2
        ACCEPT envFileName FROM ENVIRONMENT "OUTFILE"
        IF envFileName NOT = SPACES
            MOVE envFileName TO outFileName
    ELSE
        MOVE "cipherAudit.dat" TO auditFileName
    END-IF.
    PERFORM findLastAuditLink.
    OPEN EXTEND auditFile.
    IF auditFileStatus NOT = "00" AND auditFileStatus NOT = "05"
        DISPLAY "WARNING - AUDIT HISTORY NOT WRITTEN, STATUS = "
        MOVE outFileName TO auditOutputFile
        MOVE dataBlockCount TO auditLineCount
        MOVE inFileSize TO auditCharCount
        MOVE auditEndStatusValue TO auditEndStatus
        MOVE SPACES TO auditLayout
        COMPUTE auditSequence = lastAuditSequence + 1
        PERFORM computeAuditChain
        WRITE auditRecord
        CLOSE auditFile
    END-IF.
    EXIT.

findLastAuditLink SECTION.
*>the new row links to the last chained row in the history - a
*>line-sequential file only reads front to back, so the whole
*>history is read to find it. Rows from before the chain started
*>have no sequence or chain value and are passed over; an empty or
*>missing history starts the chain at sequence 1 from zero.
    MOVE ZERO TO lastAuditSequence.
    MOVE ZERO TO lastAuditChain.
    OPEN INPUT auditFile.
    IF auditFileStatus = "00" OR auditFileStatus = "05"
        SET notAtEndOfAuditFile TO TRUE
        PERFORM readOneAuditLink UNTIL atEndOfAuditFile
        CLOSE auditFile
    END-IF.
    EXIT.

readOneAuditLink SECTION.
    MOVE SPACES TO auditRecord.
    READ auditFile
      AT END
        SET atEndOfAuditFile TO TRUE
      NOT AT END
        IF auditSequence NUMERIC AND auditChain NUMERIC
            MOVE auditSequence TO lastAuditSequence
            MOVE auditChain TO lastAuditChain
        END-IF
    END-READ.
    EXIT.

computeAuditChain SECTION.
*>both lanes start from the previous row's chain value, then fold
*>in every byte of this row up to and including its sequence number
    MOVE lastAuditChain TO auditChainValue.
    PERFORM foldOneAuditByte
        VARYING chainByteIndex FROM 1 BY 1
        UNTIL chainByteIndex > 212.
    MOVE auditChainValue TO auditChain.
    EXIT.

foldOneAuditByte SECTION.
    MOVE auditRecord(chainByteIndex:1) TO chainByte.
    COMPUTE chainWork = chainLaneA * 31 + chainByteValue + 1.
    DIVIDE chainWork BY 999999937 GIVING chainQuotient
        REMAINDER chainLaneA.
    COMPUTE chainWork = chainLaneB * 37 + chainByteValue + 7.
    DIVIDE chainWork BY 999999929 GIVING chainQuotient
        REMAINDER chainLaneB.
    EXIT.

registerOutputInCatalog SECTION.
*>every encrypt run registers its output with CipherCatalog so
*>there is a system of record tying the file to the cipher, key
    END-IF.
    EXIT.

flagTagMismatch SECTION.
*>a file whose integrity tag does not match has been altered,
*>damaged, or was handed the wrong key - nothing has been written
*>from it yet, so the empty output is removed rather than left to
*>look like a result. The refusal gets its own audit status and its
*>own return code, 12, so a job stream can tell "this file has been
*>tampered with" apart from the ordinary run failures that end 8.
    DISPLAY "INTEGRITY TAG MISMATCH - FILE ALTERED, DAMAGED, OR "
        "WRONG KEY - NOTHING DECRYPTED: " inFileName.
    CALL "CBL_CLOSE_FILE" USING inFileHandle.
    IF encOrDecMode = 1
        CALL "CBL_CLOSE_FILE" USING outFileHandle
        CALL "CBL_DELETE_FILE" USING outFileName
    END-IF.
    MOVE "TM" TO auditEndStatusValue.
    PERFORM writeAuditRecord.
    MOVE 12 TO RETURN-CODE.
    IF ADDRESS OF calledParmBlock NOT = NULL
        AND calledParmIsStamped
        MOVE 12 TO calledParmReturnCode
    ELSE
        STOP RUN
    END-IF.
    EXIT.

flagUntaggedFile SECTION.
*>a tag check on a file written before the tag existed has nothing
*>to prove either way - a warning-level 4, not a pass and not a
*>failure, same split flagRunFailed makes between its two paths
    MOVE 4 TO RETURN-CODE.
    IF ADDRESS OF calledParmBlock NOT = NULL
        AND calledParmIsStamped
        MOVE 4 TO calledParmReturnCode
    ELSE
        STOP RUN
    END-IF.
    EXIT.

resolveKeyFromRing SECTION.
*>looks the PARM's key label up on the keyring KeyVault maintains and
*>leaves the real 8-character key in desKey for buildKeySchedule. The
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    PERFORM checkKeyDateWindow.
    IF keyRefusalReason NOT = SPACES
        MOVE 'X' TO keyUsageResult
        PERFORM writeKeyUsageRecord
        DISPLAY "KEY LABEL " keyLabelArgument " REFUSED - "
            keyRefusalReason
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    MOVE 'Y' TO keyUsageResult.
    PERFORM writeKeyUsageRecord.
    EXIT.

checkKeyDateWindow SECTION.
*>a label encrypts only from its activation date through its
*>encrypt-until date, and decrypts (or tag-checks) through its
*>decrypt-until date, which runs later so the files written under
*>it can still be read back while they are rotated off. A blank
*>date sets no limit, which is how every label added before the
*>dates existed keeps working unchanged.
    MOVE SPACES TO keyRefusalReason.
    ACCEPT auditDateStamp FROM DATE YYYYMMDD.
    MOVE auditDateStamp TO keyCheckDate.
    IF encOrDecMode = 0
        IF keyActiveDate NOT = SPACES
            AND keyCheckDate < keyActiveDate
            STRING "NOT ACTIVE UNTIL " DELIMITED BY SIZE
                   keyActiveDate DELIMITED BY SIZE
                INTO keyRefusalReason
        END-IF
        IF keyEncryptUntil NOT = SPACES
            AND keyCheckDate > keyEncryptUntil
            STRING "ENCRYPT PERIOD ENDED " DELIMITED BY SIZE
                   keyEncryptUntil DELIMITED BY SIZE
                INTO keyRefusalReason
        END-IF
    ELSE
        IF keyDecryptUntil NOT = SPACES
            AND keyCheckDate > keyDecryptUntil
            STRING "DECRYPT PERIOD ENDED " DELIMITED BY SIZE
                   keyDecryptUntil DELIMITED BY SIZE
                INTO keyRefusalReason
        END-IF
    END-IF.
    EXIT.

writeKeyUsageRecord SECTION.
*>append every key resolution - refused ones most of all - to the
*>cumulative usage history KeyVault's report action rolls up. A
        IF ringLabel = keyLabelArgument
            MOVE ringKey TO keyBundle
            MOVE keyBundle(1:8) TO desKey
            MOVE ringActiveDate TO keyActiveDate
            MOVE ringEncryptUntil TO keyEncryptUntil
            MOVE ringDecryptUntil TO keyDecryptUntil
            SET keyWasFound TO TRUE
        END-IF
      AT END
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    IF encOrDecMode NOT = 2
        CALL "CBL_CREATE_FILE" USING outFileName 3 0 0 outFileHandle
            RETURNING ioReturnCode
        IF ioReturnCode NOT = 0
            DISPLAY "UNABLE TO CREATE OUTPUT FILE: " outFileName
            PERFORM flagRunFailed
            GOBACK
        END-IF
    END-IF.
    MOVE ZERO TO inBufferFill.
    MOVE 1 TO inBufferPos.
    EXIT.

closeFiles SECTION.
    CALL "CBL_CLOSE_FILE" USING inFileHandle.
    IF encOrDecMode NOT = 2
        PERFORM flushOutputBuffer
        CALL "CBL_CLOSE_FILE" USING outFileHandle
    END-IF.
    EXIT.

preflightInputFile SECTION.
    PERFORM encryptNextBlock VARYING blockNumber FROM 1 BY 1
        UNTIL blockNumber > dataBlockCount.
    PERFORM writeLengthTrailer.
    PERFORM writeIntegrityTag.
    EXIT.

encryptNextBlock SECTION.
    PERFORM readNextBlock.
    PERFORM chainAndEncryptBlock.
    PERFORM writeOneBlock.
    PERFORM foldCipherBufferIntoTag.
    EXIT.

chainAndEncryptBlock SECTION.

writeFileHeader SECTION.
    MOVE "DESHDR" TO headerEyecatcher.
    MOVE "02" TO headerVersion.
    MOVE modeArgument TO headerMode.
    MOVE SPACES TO headerSpare.
    MOVE keyLabelArgument TO headerKeyLabel.
        headerLength ioFlags fileHeaderBlock
        RETURNING ioReturnCode.
    ADD headerLength TO outOffset.
    MOVE LOW-VALUES TO tagBuffer.
    PERFORM foldHeaderIntoTag.
    EXIT.

readFileHeader SECTION.
*>match the run's) is refused cleanly, the same way a bad length
*>trailer is, instead of decrypting the data blocks into garbage
    SET headerIsNotPresent TO TRUE.
    SET fileIsUntagged TO TRUE.
    MOVE inFileSize TO cipherByteCount.
    IF inFileSize < 40
        EXIT SECTION
    END-IF.
    MOVE 40 TO inOffset.
    SUBTRACT 40 FROM cipherByteCount.
    IF headerVersionTagged
        IF cipherByteCount < 8
            DISPLAY "CIPHER FILE TOO SHORT TO HOLD AN INTEGRITY TAG: "
                inFileName
            PERFORM flagRunFailed
            GOBACK
        END-IF
        SET fileIsTagged TO TRUE
        SUBTRACT 8 FROM cipherByteCount
    END-IF.
    EXIT.

checkUntaggedAgainstCutover SECTION.
*>an untagged file keeps the old decrypt-with-a-warning treatment
*>only when the catalog registered it before DESTAGSINCE. One
*>registered on or after that day was written tagged, so its tag
*>has been taken off - refused as a mismatch, RC 12 and audit
*>status TM. One the catalog cannot vouch for either way (no entry,
*>or no catalog) is refused as an ordinary failure, since nothing
*>on record says it is old.
    ACCEPT tagCutoverDate FROM ENVIRONMENT "DESTAGSINCE".
    IF tagCutoverDate = SPACES
        EXIT SECTION
    END-IF.
    IF tagCutoverDate NOT NUMERIC
        DISPLAY "DESTAGSINCE IS NOT A YYYYMMDD DATE: " tagCutoverDate
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "CATALOG".
    IF envFileName NOT = SPACES
        MOVE envFileName TO catalogFileName
    ELSE
        MOVE "cipherCatalog.dat" TO catalogFileName
    END-IF.
    OPEN INPUT catalogFile.
    IF catalogFileStatus NOT = "00"
        DISPLAY "CATALOG NOT AVAILABLE, STATUS = " catalogFileStatus
            " - UNTAGGED FILE CANNOT BE CONFIRMED AS WRITTEN BEFORE "
            tagCutoverDate ": " inFileName
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    SET catalogEntryFound TO TRUE.
    MOVE inFileName TO catOutputFile.
    READ catalogFile
        INVALID KEY
            SET catalogEntryNotFound TO TRUE
    END-READ.
    CLOSE catalogFile.
    IF catalogEntryNotFound
        DISPLAY "UNTAGGED FILE NOT IN CATALOG - CANNOT BE CONFIRMED "
            "AS WRITTEN BEFORE " tagCutoverDate ": " inFileName
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    IF catRunDate NOT < tagCutoverDate
        DISPLAY "UNTAGGED FILE REGISTERED " catRunDate
            ", ON OR AFTER INTEGRITY TAGS CAME IN " tagCutoverDate
            " - TAG HAS BEEN REMOVED"
        PERFORM flagTagMismatch
        GOBACK
    END-IF.
    EXIT.

buildExpectedEncryptMode SECTION.
*>the header carries the encrypting mode token - same partner
*>mapping the catalog inquiry's decrypt hint uses, run backwards
*>A tag check does not care about chaining - the tag covers the
*>blocks as they sit on disk - so it only has to agree with the
*>header on single versus triple, and simply adopts the header's
*>mode otherwise.
    EVALUATE modeArgument
        WHEN "D  " MOVE "E  " TO expectedEncryptMode
        WHEN "DC " MOVE "EC " TO expectedEncryptMode
        WHEN "D3 " MOVE "E3 " TO expectedEncryptMode
        WHEN "D3C" MOVE "E3C" TO expectedEncryptMode
        WHEN "T  "
            IF headerMode(2:1) NOT = '3'
                MOVE headerMode TO expectedEncryptMode
            ELSE
                MOVE SPACES TO expectedEncryptMode
            END-IF
        WHEN "T3 "
            IF headerMode(2:1) = '3'
                MOVE headerMode TO expectedEncryptMode
            ELSE
                MOVE SPACES TO expectedEncryptMode
            END-IF
        WHEN OTHER MOVE SPACES TO expectedEncryptMode
    END-EVALUATE.
    EXIT.
    MOVE trailerText TO blockBuffer.
    PERFORM chainAndEncryptBlock.
    PERFORM writeOneBlock.
    PERFORM foldCipherBufferIntoTag.
    EXIT.

writeIntegrityTag SECTION.
*>the finished tag goes out as the very last block, after the
*>length trailer - it is the one block the tag does not cover
    PERFORM finishIntegrityTag.
    MOVE tagBuffer TO cipherBuffer.
    PERFORM writeOneBlock.
    EXIT.

checkTagOnly SECTION.
*>the check CatalogSweep runs over every DES entry - the same
*>recomputation decryptWholeFile makes before it writes, with no
*>output file and nothing decrypted. An untagged file written
*>before the cutover is reported and left for CONTROLFLOW to end
*>with a warning.
    PERFORM readFileHeader.
    IF fileIsUntagged
        PERFORM checkUntaggedAgainstCutover
        DISPLAY "INTEGRITY TAG ..........: NONE - UNTAGGED FILE, "
            "WRITTEN BEFORE INTEGRITY TAGS: " inFileName
        EXIT SECTION
    END-IF.
    DIVIDE cipherByteCount BY 8 GIVING totalBlockCount
        REMAINDER blockRemainder.
    MOVE totalBlockCount TO dataBlockCount.
    IF blockRemainder NOT = 0
        PERFORM flagTagMismatch
        GOBACK
    END-IF.
    PERFORM verifyIntegrityTag.
    DISPLAY "INTEGRITY TAG ..........: VERIFIED " inFileName.
    EXIT.

verifyIntegrityTag SECTION.
*>first pass over the ciphertext, before anything is decrypted -
*>fold in the header and every block up to the tag, finish the
*>value, and compare it with the tag the file ends in. The input is
*>then rewound to just behind the header for the real pass.
    MOVE LOW-VALUES TO tagBuffer.
    PERFORM foldHeaderIntoTag.
    PERFORM foldNextStoredBlock VARYING blockNumber FROM 1 BY 1
        UNTIL blockNumber > totalBlockCount.
    PERFORM finishIntegrityTag.
    COMPUTE tagOffset = inFileSize - 8.
    MOVE LOW-VALUES TO storedTagBlock.
    CALL "CBL_READ_FILE" USING inFileHandle tagOffset blockLength
        ioFlags storedTagBlock RETURNING ioReturnCode.
    IF ioReturnCode NOT = 0 OR storedTagBlock NOT = tagBuffer
        PERFORM flagTagMismatch
        GOBACK
    END-IF.
    MOVE 40 TO inOffset.
    MOVE ZERO TO inBufferFill.
    MOVE 1 TO inBufferPos.
    SET notAtEndOfInputFile TO TRUE.
    EXIT.

foldNextStoredBlock SECTION.
    PERFORM readNextBlock.
    MOVE blockBuffer TO tagInputBlock.
    PERFORM foldBlockIntoTag.
    EXIT.

foldHeaderIntoTag SECTION.
*>the cleartext header is covered too, so nobody can relabel a file
*>with another key label or mode without the tag noticing
    PERFORM foldOneHeaderBlock VARYING headerBlockIndex FROM 1 BY 1
        UNTIL headerBlockIndex > 5.
    EXIT.

foldOneHeaderBlock SECTION.
    MOVE fileHeaderBlock((headerBlockIndex * 8) - 7:8)
        TO tagInputBlock.
    PERFORM foldBlockIntoTag.
    EXIT.

foldCipherBufferIntoTag SECTION.
    MOVE cipherBuffer TO tagInputBlock.
    PERFORM foldBlockIntoTag.
    EXIT.

foldBlockIntoTag SECTION.
*>one CBC-MAC step - exclusive-or the block into the running value
*>and encrypt the result under the tag schedule. The data path's
*>block, cipher buffer and (single DES) round keys are set aside
*>first and put back after, so the step can sit anywhere in the
*>block loops without disturbing them.
    MOVE blockBuffer TO tagSavedBlock.
    MOVE cipherBuffer TO tagSavedCipher.
    MOVE roundKeys TO savedRoundKeys.
    MOVE tagInputBlock TO xorBuffer.
    MOVE tagBuffer TO xorOperandBuffer.
    PERFORM xorOneOperandByte VARYING byteIndex FROM 1 BY 1
        UNTIL byteIndex > 8.
    MOVE xorBuffer TO blockBuffer.
    MOVE storedSchedule(4) TO roundKeys.
    MOVE 0 TO passDirection.
    PERFORM runDesPass.
    MOVE cipherBuffer TO tagBuffer.
    MOVE savedRoundKeys TO roundKeys.
    MOVE tagSavedBlock TO blockBuffer.
    MOVE tagSavedCipher TO cipherBuffer.
    EXIT.

finishIntegrityTag SECTION.
*>the running value gets one last encryption under the run key
*>itself, so a tag cannot be extended by appending blocks to a file
    MOVE tagBuffer TO blockBuffer.
    PERFORM encryptOneBlock.
    MOVE cipherBuffer TO tagBuffer.
    EXIT.

decryptWholeFile SECTION.
*>trailer - so the preflight size says exactly how many data blocks
*>to expect before anything is read. The last data block is held
*>back until the trailer has been decrypted, because only the
*>trailer says how many of its eight bytes are real. An untagged
*>file is held to the tag cutover before anything else, so one that
*>has had its tag cut off is refused as tampered and not for the
*>ordinary length faults behind it.
    PERFORM readFileHeader.
    IF fileIsUntagged
        PERFORM checkUntaggedAgainstCutover
    END-IF.
    DIVIDE cipherByteCount BY 8 GIVING totalBlockCount
        REMAINDER blockRemainder.
    IF blockRemainder NOT = 0
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    IF fileIsTagged
        PERFORM verifyIntegrityTag
    ELSE
        DISPLAY "WARNING - UNTAGGED FILE, WRITTEN BEFORE INTEGRITY "
            "TAGS - DECRYPTED WITHOUT A TAG CHECK: " inFileName
    END-IF.
    IF isChainMode
        PERFORM setUpChaining
    END-IF.
        PERFORM buildInitialisationVector
        MOVE ivBuffer TO cipherBuffer
        PERFORM writeOneBlock
        PERFORM foldCipherBufferIntoTag
        MOVE ivBuffer TO chainBuffer
    ELSE
        PERFORM readNextBlock
    EXIT.

xorChainIntoXorBuffer SECTION.
    MOVE chainBuffer TO xorOperandBuffer.
    PERFORM xorOneOperandByte VARYING byteIndex FROM 1 BY 1
        UNTIL byteIndex > 8.
    EXIT.

xorOneOperandByte SECTION.
*>no exclusive-or verb in this dialect, so pull both bytes apart
*>into bits the same way convertOneByteToBits does, compare them
*>bit by bit, and put the result byte back together
    MOVE rawByteValue TO numericByte.
    PERFORM decomposeNumericByte.
    MOVE workByteTable TO savedByteTable.
    MOVE xorOperandBuffer(byteIndex:1) TO rawByte.
    MOVE rawByteValue TO numericByte.
    PERFORM decomposeNumericByte.
    PERFORM xorOnePairOfBits VARYING bitIndex FROM 1 BY 1
    END-IF.
    EXIT.

buildTagSchedule SECTION.
*>the tag key is a fixed constant encrypted under the run's own key
*>or bundle, so it changes whenever the key does without ever being
*>the key itself. Single DES keeps its data schedule in roundKeys,
*>so that is set aside while the tag schedule is built over it.
    MOVE roundKeys TO savedRoundKeys.
    MOVE tagKeyConstant TO blockBuffer.
    PERFORM encryptOneBlock.
    MOVE cipherBuffer TO desKey.
    PERFORM buildOneKeySchedule.
    MOVE roundKeys TO storedSchedule(4).
    MOVE savedRoundKeys TO roundKeys.
    EXIT.

buildOneStoredSchedule SECTION.
    MOVE keyBundle((scheduleIndex * 8) - 7:8) TO desKey.
    PERFORM buildOneKeySchedule.
