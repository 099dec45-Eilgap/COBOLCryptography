IDENTIFICATION DIVISION.
PROGRAM-ID. CatalogRestore.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT catalogFile ASSIGN TO DYNAMIC catalogFileName *>Same system of record CipherCatalog keeps, walked read-only here
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS catOutputFile
    FILE STATUS IS catalogFileStatus.
SELECT OPTIONAL journalFile ASSIGN TO DYNAMIC journalFileName *>One record per file restored, see writeJournalRecord
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS journalFileStatus.

DATA DIVISION.
FILE SECTION.
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
      88 catIsOnLegalHold VALUE 'Y'.
FD journalFile.
*>one record per file restored cleanly, keyed to the selection that
*>restored it so a restarted run of the same selection into the
*>same directory can recognise the files it already did
01 journalRecord.
   05 journalSelection PIC X(120).
   05 journalOutputFile PIC X(60).

WORKING-STORAGE SECTION.

*>run parameters - same PARM-first, SYSIN-fallback pattern the
*>other catalog utilities use:
*>  "20260301 20260331 DES PAYROLL PAY/ RESTORE.MAR"
*>  "20260301 20260331 * * PAY/ RESTORE.MAR R"
*>From and to run dates (inclusive), cipher, key label / shift /
*>keyword, and file-name prefix select the entries; any of them may
*>be * to take every value. The last token names the directory the
*>decrypted files are written to, and a trailing R restarts a run
*>of the same selection, skipping every file its journal says is
*>already restored.
    01 jclParm PIC X(200) VALUE SPACES.
    01 fromDateArgument PIC X(8) VALUE SPACES.
    01 toDateArgument PIC X(8) VALUE SPACES.
    01 cipherArgument PIC X(12) VALUE SPACES.
    01 parmSelectArgument PIC X(16) VALUE SPACES.
    01 prefixArgument PIC X(60) VALUE SPACES.
    01 restoreDirName PIC X(60) VALUE SPACES.
    01 restartArgument PIC X(1) VALUE SPACE.
    01 restartRequestedFlag PIC X(1) VALUE 'N'. *>Set from a trailing R/Y PARM/SYSIN token, same convention CipherDispatch uses
       88 isRestartRequested VALUE 'Y'.
       88 isNotRestartRequested VALUE 'N'.
    01 fromDateSelect PIC X(8) VALUE SPACES.
    01 toDateSelect PIC X(8) VALUE SPACES.
    01 dateCheckText PIC X(8) VALUE SPACES.
    01 dateCheckParts REDEFINES dateCheckText.
       05 dateCheckYear PIC 9(4).
       05 dateCheckMonth PIC 9(2).
       05 dateCheckDay PIC 9(2).
    01 prefixLength PIC 9(2) VALUE ZERO.
    01 selectionText PIC X(120) VALUE SPACES. *>The selection tokens without the restart flag - what the journal is keyed on
    01 catalogFileName PIC X(60) VALUE SPACES.
    01 envFileName PIC X(60) VALUE SPACES.
    01 catalogFileStatus PIC X(2) VALUE SPACES.
    01 endOfCatalog PIC X(1) VALUE 'N'.
       88 atEndOfCatalog VALUE 'Y'.
       88 notAtEndOfCatalog VALUE 'N'.

*>run-journal state - the journal rides next to the restore
*>directory (restoreDirName + ".JNL", same naming CipherDispatch
*>uses for its deck) and is loaded whole on a restart
    01 journalFileName PIC X(64) VALUE SPACES.
    01 journalFileStatus PIC X(2) VALUE SPACES.
    01 endOfJournalFile PIC X(1) VALUE 'N'.
       88 atEndOfJournalFile VALUE 'Y'.
       88 notAtEndOfJournalFile VALUE 'N'.
    01 journalActivityFlag PIC X(1) VALUE 'N'. *>Set when this run wrote a journal record or loaded one on restart, see clearJournal
       88 journalHasActivity VALUE 'Y'.
       88 journalHasNoActivity VALUE 'N'.
    01 restoredFileCount PIC 9(5) VALUE ZERO.
    01 restoredFileLimit PIC 9(5) VALUE 1000.
    01 restoredFileTable.
       05 restoredFileName PIC X(60) OCCURS 1000 TIMES.
    01 restoredFileIndex PIC 9(5) VALUE ZERO.
    01 fileJournalledFlag PIC X(1) VALUE 'N'.
       88 fileIsJournalled VALUE 'Y'.
       88 fileIsNotJournalled VALUE 'N'.

*>every selected entry is collected up front and the catalog closed
*>before the first decrypt - the cipher programs read the catalog
*>themselves, and a walk held open across their runs would be
*>sharing the file with them (same reason KeyRotate collects first)
    01 restoreEntryCount PIC 9(4) VALUE ZERO.
    01 restoreEntryLimit PIC 9(4) VALUE 1000.
    01 restoreTable.
       05 restoreEntry OCCURS 1000 TIMES.
          10 restoreFileName PIC X(60).
          10 restoreCipher PIC X(12).
          10 restoreMode PIC X(3).
          10 restoreParm PIC X(16).
          10 restoreLayout PIC X(16).
          10 restoreRunDate PIC X(8).
          10 restoreByteCount PIC 9(9).
          10 restoreChecksum PIC 9(9).
    01 entryIndex PIC 9(4) VALUE ZERO.

*>byte-walk plumbing for re-measuring each file before it is
*>decrypted, same one-byte CBL_* reads and running checksum
*>CatalogSweep uses
    01 targetFileName PIC X(60) VALUE SPACES.
    01 targetFileHandle PIC X(4).
    01 byteOffset PIC X(8) COMP-X VALUE ZERO.
    01 readLength PIC X(4) COMP-X VALUE 1.
    01 ioFlags PIC X(4) COMP-X VALUE ZERO.
    01 ioReturnCode PIC S9(9) COMP-5 VALUE ZERO.
    01 readBuffer PIC X(8) VALUE SPACES.
    01 rawByte PIC X(1) VALUE SPACE.
    01 rawByteValue REDEFINES rawByte PIC X(1) COMP-X.
    01 endOfTargetFile PIC X(1) VALUE 'N'.
       88 atEndOfTargetFile VALUE 'Y'.
       88 notAtEndOfTargetFile VALUE 'N'.
    01 fileOpenedFlag PIC X(1) VALUE 'N'.
       88 fileWasOpened VALUE 'Y'.
       88 fileWasNotOpened VALUE 'N'.
    01 measuredByteCount PIC 9(9) VALUE ZERO.
    01 measuredChecksum PIC 9(9) VALUE ZERO.

*>decrypt plumbing - the mode token is the registered encrypting
*>mode's partner (the same pairs CipherCatalog's decrypt hint
*>shows) and the output keeps the encrypted file's own name, minus
*>any directory, inside the restore directory
    01 decryptModeToken PIC X(3) VALUE SPACES.
    01 restoreOutName PIC X(60) VALUE SPACES.
    01 outNameFlag PIC X(1) VALUE 'Y'.
       88 outNameFits VALUE 'Y'.
       88 outNameTooLong VALUE 'N'.
    01 baseNameStart PIC 9(2) VALUE ZERO.
    01 nameScanIndex PIC 9(2) VALUE ZERO.
    01 failReason PIC X(40) VALUE SPACES.

*>every restored name this selection has put in the restore
*>directory - the journalled files from an earlier pass and each
*>file this run hands to a cipher - so two encrypted files with the
*>same name in different directories cannot decrypt over each other
    01 claimedNameCount PIC 9(5) VALUE ZERO.
    01 claimedNameTable.
       05 claimedName OCCURS 2000 TIMES.
          10 claimedOutName PIC X(60).
          10 claimedSourceFile PIC X(60).
    01 claimedNameIndex PIC 9(5) VALUE ZERO.
    01 clashIndex PIC 9(5) VALUE ZERO.

*>parameter block handed to the cipher programs - the eyecatcher is
*>what tells them the block is real, and the return-code field is
*>how they report failure back, see the ciphers' LINKAGE notes
    01 cipherCallBlock.
       05 cipherCallEyecatcher PIC X(8) VALUE "CIPHCALL".
       05 cipherCallText PIC X(200) VALUE SPACES.
       05 cipherCallReturnCode PIC 9(2) VALUE ZERO.

*>restore tallies for the report and the scheduler's return code
    01 entriesRead PIC 9(5) VALUE ZERO.
    01 entriesSelected PIC 9(5) VALUE ZERO.
    01 overflowEntries PIC 9(5) VALUE ZERO.
    01 restoredFiles PIC 9(5) VALUE ZERO.
    01 journalRestoredFiles PIC 9(5) VALUE ZERO.
    01 changedSkipped PIC 9(5) VALUE ZERO.
    01 missingSkipped PIC 9(5) VALUE ZERO.
    01 failedRestores PIC 9(5) VALUE ZERO.
    01 bytesRestored PIC 9(12) VALUE ZERO.
    01 runDateStamp PIC 9(8) VALUE ZERO.

PROCEDURE DIVISION.
CONTROLFLOW SECTION.
      PERFORM readRunParameters.
      DISPLAY "===== CATALOG RESTORE =====".
      PERFORM setUpJournalFileName.
      IF isRestartRequested
          PERFORM loadJournal
          PERFORM claimJournalledName
              VARYING restoredFileIndex FROM 1 BY 1
              UNTIL restoredFileIndex > restoredFileCount
      END-IF.
      PERFORM collectRestoreEntries.
      CALL "CBL_CREATE_DIR" USING restoreDirName
          RETURNING ioReturnCode.
      PERFORM restoreOneEntry
          VARYING entryIndex FROM 1 BY 1
          UNTIL entryIndex > restoreEntryCount.
*>only a selection that came through with nothing failed, nothing
*>skipped and nothing left over counts as complete - anything else
*>keeps the journal so the rerun picks up where this one stopped
      IF failedRestores = 0 AND changedSkipped = 0
          AND missingSkipped = 0 AND overflowEntries = 0
          PERFORM clearJournal
      END-IF.
      PERFORM writeRestoreSummary.
      STOP RUN.

readRunParameters SECTION.
    ACCEPT jclParm FROM COMMAND-LINE.
    IF jclParm NOT = SPACES
        UNSTRING jclParm DELIMITED BY ALL SPACE
            INTO fromDateArgument toDateArgument cipherArgument
                parmSelectArgument prefixArgument restoreDirName
                restartArgument
    ELSE
        DISPLAY "ENTER FROM RUN DATE YYYYMMDD (* FOR ANY): "
        ACCEPT fromDateArgument FROM SYSIN
        DISPLAY "ENTER TO RUN DATE YYYYMMDD (* FOR ANY): "
        ACCEPT toDateArgument FROM SYSIN
        DISPLAY "ENTER CIPHER - DES OR CAESAR (* FOR ANY): "
        ACCEPT cipherArgument FROM SYSIN
        DISPLAY "ENTER KEY LABEL, SHIFT OR KEYWORD (* FOR ANY): "
        ACCEPT parmSelectArgument FROM SYSIN
        DISPLAY "ENTER FILE NAME PREFIX (* FOR ANY): "
        ACCEPT prefixArgument FROM SYSIN
        DISPLAY "ENTER RESTORE DIRECTORY: "
        ACCEPT restoreDirName FROM SYSIN
        DISPLAY "RESTART FROM THE RUN JOURNAL? (Y/N): "
        ACCEPT restartArgument FROM SYSIN
    END-IF.
    IF restartArgument = 'R' OR restartArgument = 'r'
        OR restartArgument = 'Y' OR restartArgument = 'y'
        SET isRestartRequested TO TRUE
    END-IF.
    INSPECT cipherArgument CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
*>a restore with nowhere to write would put every decrypted file
*>in the job's working directory - refuse it outright
    IF restoreDirName = SPACES
        DISPLAY "RESTORE NEEDS FROM DATE, TO DATE, CIPHER, PARM, "
            "PREFIX AND A RESTORE DIRECTORY"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF fromDateArgument = "*" OR fromDateArgument = SPACES
        MOVE "00000000" TO fromDateSelect
    ELSE
        MOVE fromDateArgument TO dateCheckText
        PERFORM checkSelectionDate
        MOVE fromDateArgument TO fromDateSelect
    END-IF.
    IF toDateArgument = "*" OR toDateArgument = SPACES
        MOVE "99999999" TO toDateSelect
    ELSE
        MOVE toDateArgument TO dateCheckText
        PERFORM checkSelectionDate
        MOVE toDateArgument TO toDateSelect
    END-IF.
    IF fromDateSelect > toDateSelect
        DISPLAY "FROM DATE " fromDateSelect " IS AFTER TO DATE "
            toDateSelect
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF cipherArgument = SPACES
        MOVE "*" TO cipherArgument
    END-IF.
    IF parmSelectArgument = SPACES
        MOVE "*" TO parmSelectArgument
    END-IF.
    IF prefixArgument = SPACES
        MOVE "*" TO prefixArgument
    END-IF.
    MOVE ZERO TO prefixLength.
    INSPECT prefixArgument TALLYING prefixLength
        FOR CHARACTERS BEFORE INITIAL SPACE.
    MOVE SPACES TO selectionText.
    STRING fromDateSelect DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           toDateSelect DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           cipherArgument DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           parmSelectArgument DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           prefixArgument DELIMITED BY SPACE
        INTO selectionText.
    ACCEPT envFileName FROM ENVIRONMENT "CATALOG".
    IF envFileName NOT = SPACES
        MOVE envFileName TO catalogFileName
    ELSE
        MOVE "cipherCatalog.dat" TO catalogFileName
    END-IF.
    ACCEPT runDateStamp FROM DATE YYYYMMDD.
    EXIT.

checkSelectionDate SECTION.
    IF dateCheckText NOT NUMERIC
        OR dateCheckMonth < 1 OR dateCheckMonth > 12
        OR dateCheckDay < 1 OR dateCheckDay > 31
        DISPLAY "RUN DATE MUST BE YYYYMMDD OR *: " dateCheckText
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

setUpJournalFileName SECTION.
    MOVE SPACES TO journalFileName.
    STRING restoreDirName DELIMITED BY SPACE
           ".JNL" DELIMITED BY SIZE
        INTO journalFileName.
    EXIT.

loadJournal SECTION.
*>a journal that does not exist yet just means there is nothing to
*>skip. Records for a different selection are ignored, so a second
*>restore into the same directory cannot skip this one's files.
    OPEN INPUT journalFile.
    IF journalFileStatus NOT = "00" AND journalFileStatus NOT = "05"
        EXIT SECTION
    END-IF.
    SET notAtEndOfJournalFile TO TRUE.
    PERFORM loadOneJournalRecord UNTIL atEndOfJournalFile.
    CLOSE journalFile.
    IF restoredFileCount > 0
        SET journalHasActivity TO TRUE
    END-IF.
    EXIT.

loadOneJournalRecord SECTION.
    READ journalFile
      NOT AT END
        IF journalSelection = selectionText
            AND restoredFileCount < restoredFileLimit
            ADD 1 TO restoredFileCount
            MOVE journalOutputFile
                TO restoredFileName(restoredFileCount)
        END-IF
      AT END
        SET atEndOfJournalFile TO TRUE
    END-READ.
    EXIT.

collectRestoreEntries SECTION.
*>same front-to-back walk listWholeCatalog does, keeping every entry
*>the selection names
    OPEN INPUT catalogFile.
    IF catalogFileStatus NOT = "00"
        DISPLAY "ERROR OPENING CATALOG " catalogFileName
            ": STATUS = " catalogFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO catOutputFile.
    START catalogFile KEY NOT < catOutputFile
        INVALID KEY
            SET atEndOfCatalog TO TRUE
    END-START.
    IF catalogFileStatus = "00"
        SET notAtEndOfCatalog TO TRUE
    ELSE
        SET atEndOfCatalog TO TRUE
    END-IF.
    PERFORM collectOneCatalogEntry UNTIL atEndOfCatalog.
    CLOSE catalogFile.
    EXIT.

collectOneCatalogEntry SECTION.
    READ catalogFile NEXT
      AT END
        SET atEndOfCatalog TO TRUE
      NOT AT END
        ADD 1 TO entriesRead
        PERFORM selectOneCatalogEntry
    END-READ.
    EXIT.

selectOneCatalogEntry SECTION.
    IF catRunDate < fromDateSelect OR catRunDate > toDateSelect
        EXIT SECTION
    END-IF.
    IF cipherArgument NOT = "*" AND catCipher NOT = cipherArgument
        EXIT SECTION
    END-IF.
    IF parmSelectArgument NOT = "*"
        AND catParm NOT = parmSelectArgument
        EXIT SECTION
    END-IF.
    IF prefixArgument NOT = "*"
        AND catOutputFile(1:prefixLength)
            NOT = prefixArgument(1:prefixLength)
        EXIT SECTION
    END-IF.
    ADD 1 TO entriesSelected.
*>files the journal already has are listed here and take no table
*>slot, so a selection too big for one run gets further each restart
    IF isRestartRequested
        PERFORM checkFileAgainstJournal
        IF fileIsJournalled
            ADD 1 TO journalRestoredFiles
            DISPLAY "RESTORED .: " catOutputFile
            DISPLAY "            ALREADY RESTORED PER JOURNAL"
            EXIT SECTION
        END-IF
    END-IF.
    IF restoreEntryCount >= restoreEntryLimit
        ADD 1 TO overflowEntries
        EXIT SECTION
    END-IF.
    ADD 1 TO restoreEntryCount.
    MOVE catOutputFile TO restoreFileName(restoreEntryCount).
    MOVE catCipher TO restoreCipher(restoreEntryCount).
    MOVE catMode TO restoreMode(restoreEntryCount).
    MOVE catParm TO restoreParm(restoreEntryCount).
    MOVE catLayout TO restoreLayout(restoreEntryCount).
    MOVE catRunDate TO restoreRunDate(restoreEntryCount).
    MOVE catByteCount TO restoreByteCount(restoreEntryCount).
    MOVE catChecksum TO restoreChecksum(restoreEntryCount).
    EXIT.

checkFileAgainstJournal SECTION.
    SET fileIsNotJournalled TO TRUE.
    PERFORM matchOneJournalledFile
        VARYING restoredFileIndex FROM 1 BY 1
        UNTIL restoredFileIndex > restoredFileCount
            OR fileIsJournalled.
    EXIT.

matchOneJournalledFile SECTION.
    IF restoredFileName(restoredFileIndex) = catOutputFile
        SET fileIsJournalled TO TRUE
    END-IF.
    EXIT.

restoreOneEntry SECTION.
*>the file has to be the one that was registered - a file changed
*>since then would decrypt to something nobody can vouch for, so it
*>is skipped and listed, the same way CatalogPurge leaves it alone
    MOVE restoreFileName(entryIndex) TO targetFileName.
    PERFORM measureTargetFile.
    IF fileWasNotOpened
        ADD 1 TO missingSkipped
        DISPLAY "SKIPPED ..: " targetFileName
        DISPLAY "            FILE MISSING"
        EXIT SECTION
    END-IF.
    IF measuredByteCount NOT = restoreByteCount(entryIndex)
        OR measuredChecksum NOT = restoreChecksum(entryIndex)
        ADD 1 TO changedSkipped
        DISPLAY "SKIPPED ..: " targetFileName
        DISPLAY "            CHANGED SINCE REGISTRATION - NOT "
            "RESTORED"
        DISPLAY "            BYTES " measuredByteCount " NOW, "
            restoreByteCount(entryIndex) " REGISTERED; CHECKSUM "
            measuredChecksum " NOW, " restoreChecksum(entryIndex)
            " REGISTERED"
        EXIT SECTION
    END-IF.
    PERFORM buildRestoreOutName.
    IF outNameFits
        PERFORM findNameClash
        IF clashIndex > 0
            ADD 1 TO failedRestores
            DISPLAY "FAILED ...: " targetFileName
            DISPLAY "            RESTORED NAME CLASHES WITH "
                claimedSourceFile(clashIndex)
            EXIT SECTION
        END-IF
    END-IF.
    PERFORM buildDecryptCall.
    IF cipherCallText = SPACES
        ADD 1 TO failedRestores
        DISPLAY "FAILED ...: " targetFileName
        DISPLAY "            " failReason
        EXIT SECTION
    END-IF.
    PERFORM claimRestoreOutName.
    PERFORM runDecrypt.
    IF cipherCallReturnCode NOT = 0
        ADD 1 TO failedRestores
        DISPLAY "FAILED ...: " targetFileName
        DISPLAY "            " restoreCipher(entryIndex) " "
            decryptModeToken " RETURN CODE " cipherCallReturnCode
        EXIT SECTION
    END-IF.
    ADD 1 TO restoredFiles.
    ADD restoreByteCount(entryIndex) TO bytesRestored.
    PERFORM writeJournalRecord.
    DISPLAY "RESTORED .: " targetFileName.
    DISPLAY "            TO " restoreOutName.
    DISPLAY "            " restoreCipher(entryIndex) " "
        decryptModeToken " " restoreParm(entryIndex) " RUN DATE "
        restoreRunDate(entryIndex).
    EXIT.

buildRestoreOutName SECTION.
*>the restored file takes the encrypted file's name without its
*>directory, so files selected from several directories all land
*>side by side in the one restore directory - which is why a name
*>already taken is failed rather than decrypted, see findNameClash
    MOVE 1 TO baseNameStart.
    PERFORM findBaseNameStart
        VARYING nameScanIndex FROM 60 BY -1
        UNTIL nameScanIndex < 1 OR baseNameStart > 1.
    MOVE SPACES TO restoreOutName.
    SET outNameFits TO TRUE.
    STRING restoreDirName DELIMITED BY SPACE
           "/" DELIMITED BY SIZE
           targetFileName(baseNameStart:) DELIMITED BY SPACE
        INTO restoreOutName
        ON OVERFLOW
            SET outNameTooLong TO TRUE
    END-STRING.
    EXIT.

findNameClash SECTION.
    MOVE ZERO TO clashIndex.
    PERFORM matchOneClaimedName
        VARYING claimedNameIndex FROM 1 BY 1
        UNTIL claimedNameIndex > claimedNameCount OR clashIndex > 0.
    EXIT.

matchOneClaimedName SECTION.
    IF claimedOutName(claimedNameIndex) = restoreOutName
        MOVE claimedNameIndex TO clashIndex
    END-IF.
    EXIT.

claimRestoreOutName SECTION.
    ADD 1 TO claimedNameCount.
    MOVE restoreOutName TO claimedOutName(claimedNameCount).
    MOVE targetFileName TO claimedSourceFile(claimedNameCount).
    EXIT.

claimJournalledName SECTION.
*>a file restored by an earlier pass of this selection already holds
*>its name in the restore directory
    MOVE restoredFileName(restoredFileIndex) TO targetFileName.
    PERFORM buildRestoreOutName.
    IF outNameFits
        PERFORM claimRestoreOutName
    END-IF.
    EXIT.

findBaseNameStart SECTION.
    IF targetFileName(nameScanIndex:1) = "/"
        COMPUTE baseNameStart = nameScanIndex + 1
    END-IF.
    EXIT.

buildDecryptCall SECTION.
*>the catalog's own parameters drive the decrypt - the partner of
*>the registered mode, the label, shift or keyword it was registered
*>with, and for a field-level Caesar file the same layout, which
*>CaesarEncrypt insists on for a catalogued file anyway
    MOVE SPACES TO cipherCallText.
    MOVE SPACES TO failReason.
    IF outNameTooLong
        MOVE "RESTORED NAME LONGER THAN 60 CHARACTERS" TO failReason
        EXIT SECTION
    END-IF.
    EVALUATE restoreMode(entryIndex)
        WHEN "E  " MOVE "D  " TO decryptModeToken
        WHEN "EC " MOVE "DC " TO decryptModeToken
        WHEN "E3 " MOVE "D3 " TO decryptModeToken
        WHEN "E3C" MOVE "D3C" TO decryptModeToken
        WHEN "K  " MOVE "U  " TO decryptModeToken
        WHEN OTHER
            MOVE restoreMode(entryIndex) TO decryptModeToken
            MOVE "NO DECRYPT MODE FOR REGISTERED MODE" TO failReason
            EXIT SECTION
    END-EVALUATE.
    IF restoreParm(entryIndex) = SPACES
        MOVE "NO LABEL, SHIFT OR KEYWORD REGISTERED" TO failReason
        EXIT SECTION
    END-IF.
*>a Caesar shift registered without its sign could have been a
*>negative one, and decrypting with its mirror image would hand
*>back wrong text that nothing on the Caesar path can detect
    IF restoreCipher(entryIndex) = "CAESAR"
        AND restoreMode(entryIndex) = "E  "
        AND restoreParm(entryIndex)(1:1) NOT = "+"
        AND restoreParm(entryIndex)(1:1) NOT = "-"
        MOVE "SHIFT SIGN NOT RECORDED" TO failReason
        EXIT SECTION
    END-IF.
    EVALUATE restoreCipher(entryIndex)
        WHEN "DES"
        WHEN "CAESAR"
            STRING decryptModeToken DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   restoreParm(entryIndex) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   targetFileName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   restoreOutName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   restoreLayout(entryIndex) DELIMITED BY SPACE
                INTO cipherCallText
        WHEN OTHER
            MOVE "UNKNOWN CIPHER IN CATALOG" TO failReason
    END-EVALUATE.
    EXIT.

runDecrypt SECTION.
*>same CALL and return-code sentinel CipherDispatch uses - every
*>decrypt goes through the cipher program itself, so it lands in
*>AUDITFILE and KEYUSAGE exactly as a hand-run step would
    MOVE 99 TO cipherCallReturnCode.
    IF restoreCipher(entryIndex) = "DES"
        CALL "DESCipher" USING cipherCallBlock
            ON EXCEPTION
                IF cipherCallReturnCode = 99
                    DISPLAY "DES CIPHER PROGRAM NOT AVAILABLE"
                    MOVE 8 TO cipherCallReturnCode
                END-IF
        END-CALL
    ELSE
        CALL "CaesarEncrypt" USING cipherCallBlock
            ON EXCEPTION
                IF cipherCallReturnCode = 99
                    DISPLAY "CAESAR CIPHER PROGRAM NOT AVAILABLE"
                    MOVE 8 TO cipherCallReturnCode
                END-IF
        END-CALL
    END-IF.
    EXIT.

writeJournalRecord SECTION.
*>append-and-close per file, the same way CipherDispatch journals
*>its rows, so the journal on disk is always current when a later
*>file takes the whole run down
    OPEN EXTEND journalFile.
    IF journalFileStatus NOT = "00" AND journalFileStatus NOT = "05"
        DISPLAY "WARNING - RUN JOURNAL NOT WRITTEN, STATUS = "
            journalFileStatus
    ELSE
        MOVE selectionText TO journalSelection
        MOVE targetFileName TO journalOutputFile
        WRITE journalRecord
        CLOSE journalFile
        SET journalHasActivity TO TRUE
    END-IF.
    EXIT.

clearJournal SECTION.
*>a completed restore's journal is emptied so a stale journal can
*>never make a later run of the same selection skip real work
    IF journalHasNoActivity
        EXIT SECTION
    END-IF.
    OPEN OUTPUT journalFile.
    IF journalFileStatus = "00" OR journalFileStatus = "05"
        CLOSE journalFile
    END-IF.
    EXIT.

writeRestoreSummary SECTION.
    DISPLAY "CATALOG ..............: " catalogFileName.
    DISPLAY "SELECTION ............: " selectionText(1:60).
    DISPLAY "RESTORE DIRECTORY ....: " restoreDirName.
    DISPLAY "RUN DATE .............: " runDateStamp.
    DISPLAY "ENTRIES READ .........: " entriesRead.
    DISPLAY "ENTRIES SELECTED .....: " entriesSelected.
    DISPLAY "FILES RESTORED .......: " restoredFiles.
    DISPLAY "RESTORED PER JOURNAL .: " journalRestoredFiles.
    DISPLAY "BYTES DECRYPTED ......: " bytesRestored.
    DISPLAY "SKIPPED, CHANGED .....: " changedSkipped.
    DISPLAY "SKIPPED, MISSING .....: " missingSkipped.
    DISPLAY "FAILED ...............: " failedRestores.
    IF overflowEntries > 0
        DISPLAY "RESTORE TABLE FULL - " overflowEntries
            " FURTHER ENTRIES LEFT - RERUN WITH R TO CONTINUE"
    END-IF.
    IF failedRestores > 0
        DISPLAY "RESTORE RESULT .......: FAILURES - SEE DETAIL ABOVE"
        MOVE 8 TO RETURN-CODE
    ELSE
        IF changedSkipped > 0 OR missingSkipped > 0
            OR overflowEntries > 0 OR entriesSelected = 0
            DISPLAY "RESTORE RESULT .......: EXCEPTIONS - SEE DETAIL "
                "ABOVE"
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY "RESTORE RESULT .......: CLEAN"
        END-IF
    END-IF.
    DISPLAY "==================================".
    EXIT.

measureTargetFile SECTION.
*>byte count and checksum measured the same way CatalogSweep does -
*>one byte per read, offset advanced by hand, and a file that
*>cannot be opened reported through the flag
    MOVE ZERO TO measuredByteCount.
    MOVE ZERO TO measuredChecksum.
    MOVE ZERO TO byteOffset.
    SET fileWasNotOpened TO TRUE.
    CALL "CBL_OPEN_FILE" USING targetFileName 1 0 0
        targetFileHandle RETURNING ioReturnCode.
    IF ioReturnCode = 0
        SET fileWasOpened TO TRUE
        SET notAtEndOfTargetFile TO TRUE
        PERFORM measureOneByte UNTIL atEndOfTargetFile
        CALL "CBL_CLOSE_FILE" USING targetFileHandle
    END-IF.
    EXIT.

measureOneByte SECTION.
    MOVE SPACES TO readBuffer.
    CALL "CBL_READ_FILE" USING targetFileHandle byteOffset
        readLength ioFlags readBuffer RETURNING ioReturnCode.
    IF ioReturnCode NOT = ZERO
        SET atEndOfTargetFile TO TRUE
    ELSE
        ADD 1 TO measuredByteCount
        ADD 1 TO byteOffset
        MOVE readBuffer(1:1) TO rawByte
        ADD rawByteValue TO measuredChecksum
    END-IF.
    EXIT.

END PROGRAM CatalogRestore.
