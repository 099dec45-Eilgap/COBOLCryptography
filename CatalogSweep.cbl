   05 catRunDate PIC X(8).
   05 catByteCount PIC 9(9).
   05 catChecksum PIC 9(9).
   05 catLayout PIC X(16).
   05 catRetentionClass PIC X(4).
   05 catLegalHold PIC X(1).
FD sweepListFile.
01 sweepListRecord PIC X(60).

    01 measuredByteCount PIC 9(9) VALUE ZERO.
    01 measuredChecksum PIC 9(9) VALUE ZERO.

*>parameter block for DESCipher's tag-check mode - the same stamped
*>layout the ciphers accept from every caller, see checkIntegrityTag
    01 cipherCallBlock.
       05 cipherCallEyecatcher PIC X(8) VALUE "CIPHCALL".
       05 cipherCallText PIC X(200) VALUE SPACES.
       05 cipherCallReturnCode PIC 9(2) VALUE ZERO.
    01 tagCheckMode PIC X(2) VALUE SPACES.

*>sweep tallies for the exception report and the scheduler's
*>return code
    01 entriesSwept PIC 9(5) VALUE ZERO.
    01 zeroLengthFiles PIC 9(5) VALUE ZERO.
    01 namesChecked PIC 9(5) VALUE ZERO.
    01 orphanFiles PIC 9(5) VALUE ZERO.
    01 tamperedFiles PIC 9(5) VALUE ZERO. *>Integrity tag did not match - counted apart, these end the step 12
    01 tagCheckFailures PIC 9(5) VALUE ZERO. *>Tag check could not be run at all, e.g. the label is off the ring
    01 untaggedFiles PIC 9(5) VALUE ZERO. *>Registered before the tag cutover - reported, not an exception; a later untagged file counts as tampered
    01 totalExceptions PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
            "CHECKSUM " catChecksum
        DISPLAY "            MEASURED   " measuredByteCount
            " BYTES, CHECKSUM " measuredChecksum
        EXIT SECTION
    END-IF.
    IF catCipher = "DES"
        PERFORM checkIntegrityTag
    END-IF.
    EXIT.

checkIntegrityTag SECTION.
*>the byte count and checksum only prove the file is the one that
*>was registered; the integrity tag proves it is the one DESCipher
*>wrote, under the registered key label. DESCipher's T mode does
*>the recomputation, so the sweep never handles a key itself. It
*>also holds an untagged file to the DESTAGSINCE cutover against
*>this same catalog entry - one registered on or after that day has
*>had its tag removed and comes back 12, so only the genuinely old
*>files are left to come back 4 and be counted as untagged.
    IF catMode(2:1) = '3'
        MOVE "T3" TO tagCheckMode
    ELSE
        MOVE "T" TO tagCheckMode
    END-IF.
    MOVE SPACES TO cipherCallText.
    STRING tagCheckMode DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           catParm DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           catOutputFile DELIMITED BY SPACE
        INTO cipherCallText.
*>same 99 sentinel guard the dispatcher puts round its cipher CALLs
    MOVE 99 TO cipherCallReturnCode.
    CALL "DESCipher" USING cipherCallBlock
        ON EXCEPTION
            IF cipherCallReturnCode = 99
                DISPLAY "DES CIPHER PROGRAM NOT AVAILABLE"
                MOVE 8 TO cipherCallReturnCode
            END-IF
    END-CALL.
    EVALUATE cipherCallReturnCode
        WHEN 0
            CONTINUE
        WHEN 4
            ADD 1 TO untaggedFiles
            DISPLAY "UNTAGGED .: " catOutputFile
        WHEN 12
            ADD 1 TO tamperedFiles
            DISPLAY "TAMPERED .: " catOutputFile
            DISPLAY "            INTEGRITY TAG MISSING OR DOES NOT "
                "MATCH UNDER LABEL " catParm
        WHEN OTHER
            ADD 1 TO tagCheckFailures
            DISPLAY "NO TAG CHECK: " catOutputFile
            DISPLAY "            TAG CHECK ENDED WITH RETURN CODE "
                cipherCallReturnCode
    END-EVALUATE.
    EXIT.

sweepForOrphans SECTION.

writeSweepSummary SECTION.
    COMPUTE totalExceptions =
        missingFiles + changedFiles + zeroLengthFiles + orphanFiles
        + tamperedFiles + tagCheckFailures.
    DISPLAY "CATALOG ..............: " catalogFileName.
    DISPLAY "ENTRIES SWEPT ........: " entriesSwept.
    DISPLAY "FILES MISSING ........: " missingFiles.
    DISPLAY "FILES EMPTY ..........: " zeroLengthFiles.
    DISPLAY "LIST NAMES CHECKED ...: " namesChecked.
    DISPLAY "ORPHAN FILES .........: " orphanFiles.
    DISPLAY "INTEGRITY TAG MISMATCH: " tamperedFiles.
    DISPLAY "TAG CHECK NOT RUN ....: " tagCheckFailures.
    DISPLAY "UNTAGGED FILES .......: " untaggedFiles.
*>a tag mismatch outranks every other finding - 12, the same code
*>DESCipher and VerifyCipher give it, so the scheduler can page on
*>tampering separately from ordinary catalog drift
    IF totalExceptions = 0
        DISPLAY "SWEEP RESULT .........: CLEAN"
    ELSE
        DISPLAY "SWEEP RESULT .........: " totalExceptions
            " EXCEPTION(S) - SEE DETAIL ABOVE"
        IF tamperedFiles > 0
            MOVE 12 TO RETURN-CODE
        ELSE
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    DISPLAY "===================================".
    EXIT.
