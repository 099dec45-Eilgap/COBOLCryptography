SELECT OPTIONAL ManifestFile ASSIGN TO DYNAMIC manifestFileName *>Verified-batch quality manifest, one record per encrypt row, see verifyOneEncryptRow
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS manifestFileStatus.
SELECT OPTIONAL RingFile ASSIGN TO DYNAMIC ringFileName *>KeyVault's ring, read only to check DES rows' labels, see checkDesRow
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ringFileStatus.
SELECT CatalogFile ASSIGN TO DYNAMIC catalogFileName *>Same system of record CipherCatalog keeps, read by key to check output names, see checkRowFiles
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS catOutputFile
    FILE STATUS IS catalogFileStatus.

DATA DIVISION.
FILE SECTION.
   05 manifestOutputFile PIC X(60).
   05 manifestFreqResult PIC X(5).
   05 manifestVerifyResult PIC X(5).
FD RingFile.
*>same layout DESCipher resolves labels from and KeyVault owns -
*>keep all three in step
01 ringRecord.
   05 ringLabel PIC X(16).
   05 ringKey PIC X(24).
   05 ringActiveDate PIC X(8).
   05 ringEncryptUntil PIC X(8).
   05 ringDecryptUntil PIC X(8).
FD CatalogFile.
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

*>whose rows lead with a cipher-type token and then carry exactly
*>the tokens that cipher's own PARM would:
*>  "C E 07 IN1.TXT OUT1.TXT"        (CaesarEncrypt)
*>  "C E 07 IN3.DAT OUT3.DAT PAYROLL"  (CaesarEncrypt, field layout)
*>  "D EC PAYROLL IN2.DAT OUT2.DES"  (DESCipher)
    01 jclParm PIC X(80) VALUE SPACES.
    01 controlFileName PIC X(60) VALUE SPACES.
    01 controlFileStatus PIC X(2) VALUE SPACES.
    01 optionArgument1 PIC X(1) VALUE SPACE.
    01 optionArgument2 PIC X(1) VALUE SPACE.
    01 optionArgument3 PIC X(1) VALUE SPACE.
    01 restartRequestedFlag PIC X(1) VALUE 'N'. *>Set from a trailing R/Y PARM/SYSIN token, same convention CaesarEncrypt uses
       88 isRestartRequested VALUE 'Y'.
       88 isNotRestartRequested VALUE 'N'.
    01 verifiedModeFlag PIC X(1) VALUE 'N'. *>Set from a trailing V token - every encrypt row is followed by a FreqAnalysis pass and a VerifyCipher round trip, see verifyOneEncryptRow
       88 isVerifiedMode VALUE 'Y'.
       88 isNotVerifiedMode VALUE 'N'.
    01 deckCheckFlag PIC X(1) VALUE 'N'. *>Set from a trailing C or G token - every row is checked before anything runs, see validateControlDeck
       88 isCheckOnly VALUE 'C'.
       88 isGatedRun VALUE 'G'.
       88 isNotDeckChecked VALUE 'N'.
    01 endOfControlFile PIC X(1) VALUE 'N'.
       88 atEndOfControlFile VALUE 'Y'.
       88 notAtEndOfControlFile VALUE 'N'.
    01 rowParmToken PIC X(16) VALUE SPACES.
    01 rowInFileName PIC X(60) VALUE SPACES.
    01 rowOutFileName PIC X(60) VALUE SPACES.
    01 rowLayoutToken PIC X(16) VALUE SPACES. *>Caesar field layout name, see pickRowLayoutToken
    01 rowExtraToken PIC X(16) VALUE SPACES.
    01 verifyModeToken PIC X(3) VALUE SPACES.
    01 verifyScratchName PIC X(64) VALUE SPACES.
    01 rowFreqResult PIC X(5) VALUE SPACES.
    01 freqFailedRows PIC 9(5) VALUE ZERO.
    01 verifyFailedRows PIC 9(5) VALUE ZERO.

*>deck-check state - every row parsed the way routeControlRecord
*>and the cipher programs would, and checked against the file
*>system, the key ring and the catalog before the batch window
*>opens. Output names are kept as the deck is read, so a later row
*>may read a file an earlier row writes, and no two rows may write
*>the same encrypted file.
    01 ringFileName PIC X(60) VALUE SPACES.
    01 ringFileStatus PIC X(2) VALUE SPACES.
    01 endOfRingFile PIC X(1) VALUE 'N'.
       88 atEndOfRingFile VALUE 'Y'.
       88 notAtEndOfRingFile VALUE 'N'.
    01 ringLabelFlag PIC X(1) VALUE 'N'.
       88 ringLabelFound VALUE 'Y'.
       88 ringLabelMissing VALUE 'N'.
    01 checkKeyBundle PIC X(24) VALUE SPACES.
    01 checkActiveDate PIC X(8) VALUE SPACES.
    01 checkEncryptUntil PIC X(8) VALUE SPACES.
    01 checkDecryptUntil PIC X(8) VALUE SPACES.
    01 catalogFileName PIC X(60) VALUE SPACES.
    01 catalogFileStatus PIC X(2) VALUE SPACES.
    01 catalogOpenFlag PIC X(1) VALUE 'N'.
       88 catalogIsOpen VALUE 'Y'.
       88 catalogIsNotOpen VALUE 'N'.
    01 envFileName PIC X(60) VALUE SPACES.
    01 todayStamp PIC 9(8) VALUE ZERO.
    01 todayText PIC X(8) VALUE SPACES.
    01 rowDirectionFlag PIC X(1) VALUE SPACE. *>E encrypts, D decrypts, T only checks a DES tag and writes nothing
       88 rowEncrypts VALUE 'E'.
       88 rowDecrypts VALUE 'D'.
       88 rowChecksTag VALUE 'T'.
    01 rowTripleFlag PIC X(1) VALUE 'N'.
       88 rowIsTriple VALUE 'Y'.
       88 rowIsNotTriple VALUE 'N'.
    01 shiftDigits PIC X(16) VALUE SPACES. *>The shift token without its leading minus sign, see checkCaesarShift
    01 shiftText PIC X(15) JUSTIFIED RIGHT VALUE SPACES.
    01 shiftNumber REDEFINES shiftText PIC 9(15).
    01 shiftQuotient PIC 9(15) VALUE ZERO.
    01 shiftRemainder PIC 9(2) VALUE ZERO.
*>CaesarEncrypt's 46-character alphabet, upper case only - a keyword
*>letter is folded to upper case before it is looked up, the same
*>way LetterToValue gives a and A the one value
    01 cipherAlphabet PIC X(46)
        VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789,-.$:;'?!/".
    01 keywordScanIndex PIC 9(2) VALUE ZERO.
    01 keywordCharacter PIC X(1) VALUE SPACE.
    01 keywordCharHits PIC 9(2) VALUE ZERO.
    01 keywordScanFlag PIC X(1) VALUE 'N'.
       88 keywordScanIsDone VALUE 'Y'.
       88 keywordScanIsNotDone VALUE 'N'.
    01 badRowReason PIC X(80) VALUE SPACES.
    01 checkFileName PIC X(64) VALUE SPACES.
    01 checkFileHandle PIC X(4).
    01 ioReturnCode PIC S9(9) COMP-5 VALUE ZERO.
    01 fileFoundFlag PIC X(1) VALUE 'N'.
       88 fileWasFound VALUE 'Y'.
       88 fileWasNotFound VALUE 'N'.
    01 deckOutputCount PIC 9(5) VALUE ZERO.
    01 deckOutputLimit PIC 9(5) VALUE 1000.
    01 deckOutputTable.
       05 deckOutputName PIC X(60) OCCURS 1000 TIMES.
    01 deckOutputIndex PIC 9(5) VALUE ZERO.
    01 deckSearchName PIC X(60) VALUE SPACES.
    01 deckMatchIndex PIC 9(5) VALUE ZERO.
    01 rowsChecked PIC 9(5) VALUE ZERO.
    01 badRows PIC 9(5) VALUE ZERO.
    01 journalRowsNotChecked PIC 9(5) VALUE ZERO.

*>parameter block handed to the cipher programs - the eyecatcher is
*>what tells them the block is real, and the return-code field is
*>how they report failure back, see the ciphers' LINKAGE notes
      IF isRestartRequested
          PERFORM loadJournal
      END-IF.
      IF NOT isNotDeckChecked
          PERFORM validateControlDeck
      END-IF.
      ACCEPT dispatchStartTime FROM TIME.
      OPEN INPUT ControlFile.
      IF controlFileStatus NOT = "00"
    EXIT.

readRunParameters SECTION.
*>PARM is the control file name, optionally followed (in any
*>order) by R to restart the same deck and skip every row the
*>journal shows finished cleanly - same trailing-token convention
*>CaesarEncrypt's checkpoint restart uses - V for verified batch
*>mode, where every encrypt row is followed by its quality checks,
*>and C or G to check every row of the deck first: C checks and
*>stops without running anything (the hand-off step), G checks and
*>refuses to start on a deck with a bad row
    ACCEPT jclParm FROM COMMAND-LINE.
    IF jclParm NOT = SPACES
        UNSTRING jclParm DELIMITED BY ALL SPACE
            INTO controlFileName optionArgument1 optionArgument2
                optionArgument3
    ELSE
        DISPLAY "ENTER CONTROL FILE NAME: "
        ACCEPT controlFileName FROM SYSIN
        IF optionArgument2 = 'Y' OR optionArgument2 = 'y'
            MOVE 'V' TO optionArgument2
        END-IF
        DISPLAY "CHECK THE DECK FIRST? (N, C = CHECK ONLY, "
            "G = REFUSE A BAD DECK): "
        ACCEPT optionArgument3 FROM SYSIN
    END-IF.
    IF controlFileName = SPACES
        DISPLAY "DISPATCH NEEDS A CONTROL FILE NAME"
    PERFORM applyOneOptionToken.
    MOVE optionArgument2 TO optionArgument1.
    PERFORM applyOneOptionToken.
    MOVE optionArgument3 TO optionArgument1.
    PERFORM applyOneOptionToken.
    EXIT.

applyOneOptionToken SECTION.
            SET isRestartRequested TO TRUE
        WHEN 'V' WHEN 'v'
            SET isVerifiedMode TO TRUE
        WHEN 'C' WHEN 'c'
            SET isCheckOnly TO TRUE
        WHEN 'G' WHEN 'g'
            SET isGatedRun TO TRUE
    END-EVALUATE.
    EXIT.

    END-IF.
    EXIT.

validateControlDeck SECTION.
*>one pass over the whole deck before anything runs - every row
*>is parsed the way routeControlRecord would hand it on, and
*>checked against what the cipher program would refuse it for, so
*>a bad row is found at hand-off instead of at two in the morning.
*>Nothing is encrypted, journalled or written to the manifest. A
*>restart leaves rows the journal shows finished alone - their
*>outputs are catalogued by now and would all look like clashes.
    DISPLAY "===== CONTROL DECK CHECK =====".
    ACCEPT todayStamp FROM DATE YYYYMMDD.
    MOVE todayStamp TO todayText.
    ACCEPT envFileName FROM ENVIRONMENT "KEYRING".
    IF envFileName NOT = SPACES
        MOVE envFileName TO ringFileName
    ELSE
        MOVE "keyring.dat" TO ringFileName
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "CATALOG".
    IF envFileName NOT = SPACES
        MOVE envFileName TO catalogFileName
    ELSE
        MOVE "cipherCatalog.dat" TO catalogFileName
    END-IF.
    OPEN INPUT ControlFile.
    IF controlFileStatus NOT = "00"
        DISPLAY "ERROR OPENING CONTROL FILE " controlFileName
            ": STATUS = " controlFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    SET catalogIsNotOpen TO TRUE.
    OPEN INPUT CatalogFile.
    IF catalogFileStatus = "00"
        SET catalogIsOpen TO TRUE
    ELSE
        DISPLAY "WARNING - CATALOG NOT AVAILABLE, OUTPUT NAMES NOT "
            "CHECKED AGAINST IT, STATUS = " catalogFileStatus
    END-IF.
    MOVE ZERO TO controlRowNumber.
    SET notAtEndOfControlFile TO TRUE.
    PERFORM validateOneRow UNTIL atEndOfControlFile.
    CLOSE ControlFile.
    IF catalogIsOpen
        CLOSE CatalogFile
    END-IF.
    MOVE ZERO TO controlRowNumber.
    PERFORM writeDeckCheckSummary.
    EXIT.

validateOneRow SECTION.
    READ ControlFile
      NOT AT END
        ADD 1 TO controlRowNumber
        PERFORM checkRowAgainstJournal
        IF rowIsJournalled
            ADD 1 TO journalRowsNotChecked
        ELSE
            IF controlRecord NOT = SPACES
                ADD 1 TO rowsChecked
                PERFORM checkOneControlRow
                IF badRowReason NOT = SPACES
                    ADD 1 TO badRows
                    DISPLAY "BAD ROW " controlRowNumber ": "
                        badRowReason
                    DISPLAY "        " controlRecord(1:80)
                END-IF
            END-IF
        END-IF
      AT END
        SET atEndOfControlFile TO TRUE
    END-READ.
    EXIT.

checkOneControlRow SECTION.
*>the first reason found is the one reported - fix it and the next
*>check run shows whatever is left
    MOVE SPACES TO badRowReason.
    MOVE SPACE TO cipherTypeToken.
    MOVE 1 TO restOfRowPointer.
    UNSTRING controlRecord DELIMITED BY ALL SPACE
        INTO cipherTypeToken
        WITH POINTER restOfRowPointer.
    MOVE SPACES TO cipherCallText.
    IF restOfRowPointer <= 200
        MOVE controlRecord(restOfRowPointer:) TO cipherCallText
    END-IF.
    IF cipherCallText = SPACES
        MOVE "NO CIPHER TOKENS AFTER THE CIPHER TYPE" TO badRowReason
        EXIT SECTION
    END-IF.
    MOVE SPACES TO rowModeToken rowParmToken
        rowInFileName rowOutFileName rowLayoutToken rowExtraToken.
    UNSTRING cipherCallText DELIMITED BY ALL SPACE
        INTO rowModeToken rowParmToken rowInFileName rowOutFileName
            rowLayoutToken rowExtraToken.
    INSPECT rowModeToken CONVERTING "cdektu" TO "CDEKTU".
    EVALUATE cipherTypeToken
        WHEN 'C' WHEN 'c'
            PERFORM checkCaesarRow
        WHEN 'D' WHEN 'd'
            PERFORM checkDesRow
        WHEN OTHER
            STRING "UNKNOWN CIPHER TYPE " DELIMITED BY SIZE
                   cipherTypeToken DELIMITED BY SIZE
                INTO badRowReason
    END-EVALUATE.
    IF badRowReason NOT = SPACES
        EXIT SECTION
    END-IF.
    PERFORM checkRowFiles.
    EXIT.

checkCaesarRow SECTION.
*>CaesarEncrypt takes any mode letter it does not know as a decrypt,
*>so the deck check is stricter than the cipher there. A shift is
*>taken the way CaesarEncrypt takes it - an optional sign and
*>up to three digits, wrapped round the 46-character alphabet - and
*>only refused when it is not a number, does not fit, or is a whole
*>number of alphabets (0, 46, 92 ...), which would leave it in clear.
*>A keyword is refused for any character outside the cipher alphabet,
*>the same refusal CaesarEncrypt makes before it encrypts a byte.
    SET rowIsNotTriple TO TRUE.
    EVALUATE rowModeToken
        WHEN "E  "
            SET rowEncrypts TO TRUE
            PERFORM checkCaesarShift
        WHEN "D  "
            SET rowDecrypts TO TRUE
            PERFORM checkCaesarShift
        WHEN "K  "
            SET rowEncrypts TO TRUE
            PERFORM checkCaesarKeyword
        WHEN "U  "
            SET rowDecrypts TO TRUE
            PERFORM checkCaesarKeyword
        WHEN OTHER
            STRING "CAESAR MODE MUST BE E, D, K OR U, NOT "
                       DELIMITED BY SIZE
                   rowModeToken DELIMITED BY SPACE
                INTO badRowReason
            EXIT SECTION
    END-EVALUATE.
    IF badRowReason NOT = SPACES
        EXIT SECTION
    END-IF.
    IF rowParmToken = SPACES
        MOVE "NO SHIFT OR KEYWORD" TO badRowReason
        EXIT SECTION
    END-IF.
    PERFORM pickRowLayoutToken.
    IF rowLayoutToken NOT = SPACES
        MOVE SPACES TO checkFileName
        STRING rowLayoutToken DELIMITED BY SPACE
               ".LAY" DELIMITED BY SIZE
            INTO checkFileName
        PERFORM checkFileExists
        IF fileWasNotFound
            STRING "FIELD LAYOUT FILE NOT FOUND: " DELIMITED BY SIZE
                   checkFileName DELIMITED BY SPACE
                INTO badRowReason
        END-IF
    END-IF.
    EXIT.

checkCaesarShift SECTION.
    IF rowParmToken = SPACES
        EXIT SECTION
    END-IF.
    IF rowParmToken(1:1) = "-" OR rowParmToken(1:1) = "+"
        MOVE rowParmToken(2:15) TO shiftDigits
    ELSE
        MOVE rowParmToken TO shiftDigits
    END-IF.
    MOVE SPACES TO shiftText.
    UNSTRING shiftDigits DELIMITED BY SPACE INTO shiftText.
    INSPECT shiftText REPLACING LEADING SPACES BY ZEROS.
    IF shiftDigits = SPACES OR shiftText NOT NUMERIC
        STRING "SHIFT IS NOT A NUMBER: " DELIMITED BY SIZE
               rowParmToken DELIMITED BY SPACE
            INTO badRowReason
        EXIT SECTION
    END-IF.
*>CaesarEncrypt reads the shift through a four-character field, so a
*>longer token - even one padded with zeros - is cut short there
    IF shiftNumber > 999 OR rowParmToken(5:12) NOT = SPACES
        STRING "SHIFT DOES NOT FIT IN 3 DIGITS: " DELIMITED BY SIZE
               rowParmToken DELIMITED BY SPACE
            INTO badRowReason
        EXIT SECTION
    END-IF.
    DIVIDE shiftNumber BY 46 GIVING shiftQuotient
        REMAINDER shiftRemainder.
    IF shiftRemainder = 0
        STRING "SHIFT IS A MULTIPLE OF 46 - TEXT LEFT IN CLEAR: "
                   DELIMITED BY SIZE
               rowParmToken DELIMITED BY SPACE
            INTO badRowReason
    END-IF.
    EXIT.

checkCaesarKeyword SECTION.
    IF rowParmToken = SPACES
        EXIT SECTION
    END-IF.
    SET keywordScanIsNotDone TO TRUE.
    PERFORM checkOneKeywordCharacter
        VARYING keywordScanIndex FROM 1 BY 1
        UNTIL keywordScanIndex > 16 OR keywordScanIsDone.
    EXIT.

checkOneKeywordCharacter SECTION.
    MOVE rowParmToken(keywordScanIndex:1) TO keywordCharacter.
    IF keywordCharacter = SPACE
        SET keywordScanIsDone TO TRUE
        EXIT SECTION
    END-IF.
    INSPECT keywordCharacter CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE ZERO TO keywordCharHits.
    INSPECT cipherAlphabet TALLYING keywordCharHits
        FOR ALL keywordCharacter.
    IF keywordCharHits = 0
        STRING "KEYWORD CHARACTER NOT IN CIPHER ALPHABET: "
                   DELIMITED BY SIZE
               rowParmToken DELIMITED BY SPACE
            INTO badRowReason
        SET keywordScanIsDone TO TRUE
    END-IF.
    EXIT.

checkDesRow SECTION.
*>same mode tokens DESCipher accepts, and the same label refusals
*>resolveKeyFromRing would make at run time - not on the ring, no
*>full triple bundle for a triple mode, or outside the label's
*>dates for the direction the row runs in
    SET rowIsNotTriple TO TRUE.
    EVALUATE rowModeToken
        WHEN "E  " WHEN "EC "
            SET rowEncrypts TO TRUE
        WHEN "E3 " WHEN "E3C"
            SET rowEncrypts TO TRUE
            SET rowIsTriple TO TRUE
        WHEN "D  " WHEN "DC "
            SET rowDecrypts TO TRUE
        WHEN "D3 " WHEN "D3C"
            SET rowDecrypts TO TRUE
            SET rowIsTriple TO TRUE
        WHEN "T  "
            SET rowChecksTag TO TRUE
        WHEN "T3 "
            SET rowChecksTag TO TRUE
            SET rowIsTriple TO TRUE
        WHEN OTHER
            STRING "DES MODE NOT RECOGNISED: " DELIMITED BY SIZE
                   rowModeToken DELIMITED BY SPACE
                INTO badRowReason
            EXIT SECTION
    END-EVALUATE.
    IF rowParmToken = SPACES
        MOVE "NO KEY LABEL" TO badRowReason
        EXIT SECTION
    END-IF.
    PERFORM findLabelOnRing.
    IF ringLabelMissing
        STRING "KEY LABEL NOT ON THE RING: " DELIMITED BY SIZE
               rowParmToken DELIMITED BY SPACE
            INTO badRowReason
        EXIT SECTION
    END-IF.
    IF rowIsTriple
        AND (checkKeyBundle(9:8) = SPACES
            OR checkKeyBundle(24:1) = SPACE)
        STRING "LABEL HAS NO FULL TRIPLE DES KEY BUNDLE: "
                   DELIMITED BY SIZE
               rowParmToken DELIMITED BY SPACE
            INTO badRowReason
        EXIT SECTION
    END-IF.
    IF rowEncrypts
        IF checkActiveDate NOT = SPACES
            AND todayText < checkActiveDate
            STRING "KEY LABEL NOT ACTIVE UNTIL " DELIMITED BY SIZE
                   checkActiveDate DELIMITED BY SIZE
                INTO badRowReason
        END-IF
        IF checkEncryptUntil NOT = SPACES
            AND todayText > checkEncryptUntil
            STRING "KEY LABEL ENCRYPT PERIOD ENDED "
                       DELIMITED BY SIZE
                   checkEncryptUntil DELIMITED BY SIZE
                INTO badRowReason
        END-IF
    ELSE
        IF checkDecryptUntil NOT = SPACES
            AND todayText > checkDecryptUntil
            STRING "KEY LABEL DECRYPT PERIOD ENDED "
                       DELIMITED BY SIZE
                   checkDecryptUntil DELIMITED BY SIZE
                INTO badRowReason
        END-IF
    END-IF.
    EXIT.

findLabelOnRing SECTION.
*>same front-to-back search DESCipher makes - the ring is small and
*>a deck is a night's work, so it is simply read again per DES row
    SET ringLabelMissing TO TRUE.
    OPEN INPUT RingFile.
    IF ringFileStatus NOT = "00"
        IF ringFileStatus = "05"
            CLOSE RingFile
        END-IF
        EXIT SECTION
    END-IF.
    SET notAtEndOfRingFile TO TRUE.
    PERFORM searchOneRingEntry
        UNTIL atEndOfRingFile OR ringLabelFound.
    CLOSE RingFile.
    EXIT.

searchOneRingEntry SECTION.
    MOVE SPACES TO ringRecord.
    READ RingFile
      NOT AT END
        IF ringLabel = rowParmToken
            MOVE ringKey TO checkKeyBundle
            MOVE ringActiveDate TO checkActiveDate
            MOVE ringEncryptUntil TO checkEncryptUntil
            MOVE ringDecryptUntil TO checkDecryptUntil
            SET ringLabelFound TO TRUE
        END-IF
      AT END
        SET atEndOfRingFile TO TRUE
    END-READ.
    EXIT.

checkRowFiles SECTION.
*>the row's input has to be on disk now, or be written by an
*>earlier row of the same deck; an encrypt row's output must not
*>already be catalogued or written twice in one night
    IF rowInFileName = SPACES
        MOVE "NO INPUT FILE NAMED" TO badRowReason
        EXIT SECTION
    END-IF.
    IF rowOutFileName = SPACES AND NOT rowChecksTag
        MOVE "NO OUTPUT FILE NAMED" TO badRowReason
        EXIT SECTION
    END-IF.
    MOVE rowInFileName TO checkFileName.
    PERFORM checkFileExists.
    IF fileWasNotFound
        MOVE rowInFileName TO deckSearchName
        PERFORM findDeckOutput
        IF deckMatchIndex = 0
            STRING "INPUT FILE NOT FOUND: " DELIMITED BY SIZE
                   rowInFileName DELIMITED BY SPACE
                INTO badRowReason
            EXIT SECTION
        END-IF
    END-IF.
    IF rowChecksTag
        EXIT SECTION
    END-IF.
    MOVE rowOutFileName TO deckSearchName.
    PERFORM findDeckOutput.
    IF rowEncrypts AND deckMatchIndex > 0
        STRING "OUTPUT ALSO WRITTEN BY AN EARLIER ROW: "
                   DELIMITED BY SIZE
               rowOutFileName DELIMITED BY SPACE
            INTO badRowReason
        EXIT SECTION
    END-IF.
    IF deckMatchIndex = 0 AND deckOutputCount < deckOutputLimit
        ADD 1 TO deckOutputCount
        MOVE rowOutFileName TO deckOutputName(deckOutputCount)
    END-IF.
    IF rowEncrypts AND catalogIsOpen
        MOVE rowOutFileName TO catOutputFile
        READ CatalogFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                STRING "OUTPUT ALREADY IN THE CATALOG: "
                           DELIMITED BY SIZE
                       rowOutFileName DELIMITED BY SPACE
                    INTO badRowReason
        END-READ
    END-IF.
    EXIT.

findDeckOutput SECTION.
    MOVE ZERO TO deckMatchIndex.
    PERFORM matchOneDeckOutput
        VARYING deckOutputIndex FROM 1 BY 1
        UNTIL deckOutputIndex > deckOutputCount OR deckMatchIndex > 0.
    EXIT.

matchOneDeckOutput SECTION.
    IF deckOutputName(deckOutputIndex) = deckSearchName
        MOVE deckOutputIndex TO deckMatchIndex
    END-IF.
    EXIT.

checkFileExists SECTION.
*>same CBL_OPEN_FILE probe the catalog programs measure files with -
*>opened for read and closed straight away
    SET fileWasNotFound TO TRUE.
    CALL "CBL_OPEN_FILE" USING checkFileName 1 0 0
        checkFileHandle RETURNING ioReturnCode.
    IF ioReturnCode = 0
        SET fileWasFound TO TRUE
        CALL "CBL_CLOSE_FILE" USING checkFileHandle
    END-IF.
    EXIT.

writeDeckCheckSummary SECTION.
    DISPLAY "CONTROL FILE .........: " controlFileName.
    DISPLAY "ROWS CHECKED .........: " rowsChecked.
    IF isRestartRequested
        DISPLAY "ROWS DONE PER JOURNAL : " journalRowsNotChecked
    END-IF.
    DISPLAY "BAD ROWS .............: " badRows.
    IF isCheckOnly
        IF badRows = 0
            DISPLAY "DECK RESULT ..........: CLEAN - NOTHING RUN"
        ELSE
            DISPLAY "DECK RESULT ..........: FIX THE ROWS ABOVE "
                "BEFORE THE BATCH WINDOW - NOTHING RUN"
            MOVE 4 TO RETURN-CODE
        END-IF
        DISPLAY "=============================="
        STOP RUN
    END-IF.
    IF badRows > 0
        DISPLAY "DECK RESULT ..........: REFUSED - NOTHING RUN"
        DISPLAY "=============================="
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "DECK RESULT ..........: CLEAN - RUN PROCEEDS".
    DISPLAY "==============================".
    EXIT.

routeControlRecord SECTION.
*>peel the leading cipher-type token off the row; everything after
*>it is handed to the chosen cipher program verbatim, so each
*>row that fails either is not journalled, so a restart runs it
*>again.
    MOVE SPACES TO rowModeToken rowParmToken
        rowInFileName rowOutFileName rowLayoutToken rowExtraToken.
    UNSTRING cipherCallText DELIMITED BY ALL SPACE
        INTO rowModeToken rowParmToken rowInFileName rowOutFileName
            rowLayoutToken rowExtraToken.
    INSPECT rowModeToken CONVERTING "cek" TO "CEK".
    PERFORM pickRowLayoutToken.
    IF rowModeToken(1:1) NOT = 'E' AND rowModeToken(1:1) NOT = 'e'
        AND rowModeToken(1:1) NOT = 'K'
        AND rowModeToken(1:1) NOT = 'k'
    PERFORM writeManifestRecord.
    EXIT.

pickRowLayoutToken SECTION.
*>same rule CaesarEncrypt applies to the tokens after its file
*>names - a one-character token is a restart flag, a longer one is
*>the field layout - and only a Caesar row can carry a layout
    IF rowLayoutToken(2:15) = SPACES
        MOVE rowExtraToken TO rowLayoutToken
    END-IF.
    IF rowLayoutToken(2:15) = SPACES
        OR (cipherTypeToken NOT = 'C' AND cipherTypeToken NOT = 'c')
        MOVE SPACES TO rowLayoutToken
    END-IF.
    EXIT.

runFreqCheckOnRow SECTION.
*>a field-level row leaves every column outside its layout in clear
*>on purpose, so the output is bound to read as plaintext - the
*>round trip still proves it, but the frequency gate has nothing
*>meaningful to say and is recorded as SKIP rather than failed
    IF rowLayoutToken NOT = SPACES
        MOVE "SKIP" TO rowFreqResult
        DISPLAY "FIELD-LEVEL ROW, FREQUENCY GATE SKIPPED: "
            controlRecord(1:80)
        EXIT SECTION
    END-IF.
    MOVE SPACES TO cipherCallText.
    MOVE rowOutFileName TO cipherCallText.
    MOVE 99 TO cipherCallReturnCode.
           rowInFileName DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           verifyScratchName DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           rowLayoutToken DELIMITED BY SPACE
        INTO cipherCallText.
    MOVE 99 TO cipherCallReturnCode.
    CALL "VerifyCipher" USING cipherCallBlock
