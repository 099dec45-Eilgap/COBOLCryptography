*>encrypted file a production run just wrote, the original input it
*>was built from, and a scratch file this program may overwrite:
*>  "C D 07 ENC.TXT ORIG.TXT SCRATCH.TXT"   (CaesarEncrypt)
*>  "C D 07 ENC.TXT ORIG.TXT SCRATCH.TXT PAYROLL"  (field layout)
*>  "D DC PAYROLL ENC.DES ORIG.DAT SCRATCH.DAT"  (DESCipher)
    01 jclParm PIC X(200) VALUE SPACES.
    01 cipherArgument PIC X(1) VALUE SPACE.
    01 encryptedFileName PIC X(60) VALUE SPACES.
    01 originalFileName PIC X(60) VALUE SPACES.
    01 scratchFileName PIC X(60) VALUE SPACES.
    01 fieldLayoutArgument PIC X(16) VALUE SPACES. *>Caesar field-level runs only - the decrypt must use the encrypt's layout
*>parameter block handed to the cipher programs - the eyecatcher is
*>what tells them the block is real, and the return-code field is
*>how they report failure back, see the ciphers' LINKAGE notes
       88 mismatchWasFound VALUE 'Y'.
       88 noMismatchFound VALUE 'N'.

*>DES files carry an integrity tag from format version "02" on -
*>the decrypt above has already proven it if it is there, so all
*>the report needs is whether it was there, read straight off the
*>front of the encrypted file. An untagged file only gets this far
*>if the catalog registered it before the DESTAGSINCE cutover -
*>DESCipher refuses a later one as tampered, see decryptToScratch
    01 encryptedFileHandle PIC X(4).
    01 headerProbeLength PIC X(4) COMP-X VALUE 8.
    01 headerProbeBuffer PIC X(8) VALUE SPACES.
       88 headerProbeIsTagged VALUE "DESHDR02".
    01 integrityTagState PIC X(40) VALUE SPACES.

LINKAGE SECTION.
*>same stamped parameter block the cipher programs accept - the
*>dispatcher's verified-batch mode CALLs here after every encrypt
CONTROLFLOW SECTION.
      PERFORM readRunParameters.
      PERFORM decryptToScratch.
      PERFORM readIntegrityTagState.
      PERFORM compareFiles.
      PERFORM writeVerificationReport.
*>a standalone step must end with STOP RUN to keep its RETURN-CODE
        UNSTRING jclParm DELIMITED BY ALL SPACE
            INTO cipherArgument decryptModeArgument
                cipherParmArgument encryptedFileName
                originalFileName scratchFileName fieldLayoutArgument
    ELSE
        DISPLAY "ENTER CIPHER - C FOR CAESAR, D FOR DES: "
        ACCEPT cipherArgument FROM SYSIN
        ACCEPT originalFileName FROM SYSIN
        DISPLAY "ENTER SCRATCH FILE NAME: "
        ACCEPT scratchFileName FROM SYSIN
        IF cipherArgument = 'C' OR cipherArgument = 'c'
            DISPLAY "ENTER FIELD LAYOUT (BLANK FOR WHOLE RECORDS): "
            ACCEPT fieldLayoutArgument FROM SYSIN
        END-IF
    END-IF.
    IF encryptedFileName = SPACES OR originalFileName = SPACES
        OR scratchFileName = SPACES
           encryptedFileName DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           scratchFileName DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           fieldLayoutArgument DELIMITED BY SPACE
        INTO cipherCallText.
*>prime the return-code field with a sentinel no cipher ever sets -
*>the ciphers zero it on entry, so ON EXCEPTION with the sentinel
            PERFORM flagRunFailed
            GOBACK
    END-EVALUATE.
*>12 is DESCipher refusing a file whose integrity tag does not
*>match, or an untagged file the catalog registered after the tag
*>cutover - reported as its own finding and passed on as its own
*>code
    IF cipherCallReturnCode = 12
        DISPLAY "VERIFY RESULT ..........: FAIL"
        DISPLAY "INTEGRITY TAG ..........: MISSING OR MISMATCHED - "
            "ENCRYPTED FILE ALTERED, DAMAGED, OR WRONG KEY"
        PERFORM flagTagMismatch
        GOBACK
    END-IF.
    IF cipherCallReturnCode NOT = 0
        DISPLAY "VERIFY RESULT ..........: FAIL"
        DISPLAY "DECRYPT STEP ENDED WITH RETURN CODE "
    END-IF.
    EXIT.

readIntegrityTagState SECTION.
    IF cipherArgument NOT = 'D' AND cipherArgument NOT = 'd'
        EXIT SECTION
    END-IF.
    MOVE "UNTAGGED - WRITTEN BEFORE INTEGRITY TAGS" TO integrityTagState.
    CALL "CBL_OPEN_FILE" USING encryptedFileName 1 0 0
        encryptedFileHandle RETURNING ioReturnCode.
    IF ioReturnCode = 0
        MOVE ZERO TO byteOffset
        MOVE SPACES TO headerProbeBuffer
        CALL "CBL_READ_FILE" USING encryptedFileHandle byteOffset
            headerProbeLength ioFlags headerProbeBuffer
            RETURNING ioReturnCode
        IF ioReturnCode = 0 AND headerProbeIsTagged
            MOVE "VERIFIED" TO integrityTagState
        END-IF
        CALL "CBL_CLOSE_FILE" USING encryptedFileHandle
    END-IF.
    EXIT.

compareFiles SECTION.
    CALL "CBL_OPEN_FILE" USING originalFileName 1 0 0
        originalFileHandle RETURNING ioReturnCode.
    DISPLAY "DECRYPTED SIZE (BYTES) .: " scratchFileSize.
    DISPLAY "ORIGINAL CHECKSUM ......: " originalChecksum.
    DISPLAY "DECRYPTED CHECKSUM .....: " scratchChecksum.
    IF integrityTagState NOT = SPACES
        DISPLAY "INTEGRITY TAG ..........: " integrityTagState
    END-IF.
    IF noMismatchFound
        AND originalFileSize = scratchFileSize
        AND originalChecksum = scratchChecksum
    END-IF.
    EXIT.

flagTagMismatch SECTION.
*>same two exits as flagRunFailed, carrying the cipher's own 12 so
*>a tampered file stays distinguishable from an ordinary failure
    MOVE 12 TO RETURN-CODE.
    IF ADDRESS OF calledParmBlock NOT = NULL
        AND calledParmIsStamped
        MOVE 12 TO calledParmReturnCode
    ELSE
        STOP RUN
    END-IF.
    EXIT.

END PROGRAM VerifyCipher.
