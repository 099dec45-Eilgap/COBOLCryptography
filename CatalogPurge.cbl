IDENTIFICATION DIVISION.
PROGRAM-ID. CatalogPurge.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT catalogFile ASSIGN TO DYNAMIC catalogFileName *>Same system of record CipherCatalog keeps, walked read-only here
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS catOutputFile
    FILE STATUS IS catalogFileStatus.
SELECT OPTIONAL purgeLogFile ASSIGN TO DYNAMIC purgeLogFileName *>Cumulative record of every file purged, see writePurgeLogRecord
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS purgeLogFileStatus.

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
FD purgeLogFile.
*>one row per file a real purge removed - what it was, how it was
*>encrypted, the byte count and checksum it was registered with,
*>and when it went. Dry runs write nothing here.
01 purgeLogRecord.
   05 purgeLogDate PIC X(8).
   05 purgeLogTime PIC X(8).
   05 purgeLogOutputFile PIC X(60).
   05 purgeLogCipher PIC X(12).
   05 purgeLogParm PIC X(16).
   05 purgeLogClass PIC X(4).
   05 purgeLogRunDate PIC X(8).
   05 purgeLogByteCount PIC 9(9).
   05 purgeLogChecksum PIC 9(9).
   05 purgeLogFileState PIC X(1). *>D the file was deleted, M it was already missing and only the entry was dropped

WORKING-STORAGE SECTION.

*>run parameters - same PARM-first, SYSIN-fallback pattern the
*>other catalog utilities use:
*>  "D 30"   dry run - report what would go, touch nothing
*>  "P 30"   purge for real
*>The number is the grace period in days (30 when left off) - an
*>entry registered within it is never touched, whatever its class
*>says, so a file re-encrypted yesterday cannot be caught by a
*>class it was given years ago. Held entries are never touched at
*>all. Audit signs off on the dry-run report, then the same PARM
*>with P runs it.
    01 jclParm PIC X(80) VALUE SPACES.
    01 runModeArgument PIC X(1) VALUE SPACE.
       88 isDryRun VALUE 'D'.
       88 isRealPurge VALUE 'P'.
    01 graceDaysText PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
    01 graceDaysNumber REDEFINES graceDaysText PIC 9(4).
    01 catalogFileName PIC X(60) VALUE SPACES.
    01 purgeLogFileName PIC X(60) VALUE SPACES.
    01 envFileName PIC X(60) VALUE SPACES.
    01 catalogFileStatus PIC X(2) VALUE SPACES.
    01 purgeLogFileStatus PIC X(2) VALUE SPACES.
    01 endOfCatalog PIC X(1) VALUE 'N'.
       88 atEndOfCatalog VALUE 'Y'.
       88 notAtEndOfCatalog VALUE 'N'.

*>retention classes - the same table CipherCatalog validates the M
*>action against, keep the two in step. Days are counted from the
*>entry's run date; an entry with no class is kept forever.
    01 retentionClassValues PIC X(40) VALUE
        "30D 003090D 00901Y  03663Y  10967Y  2557".
    01 retentionClassTable REDEFINES retentionClassValues.
       05 retentionClassEntry OCCURS 5 TIMES.
          10 retentionClassName PIC X(4).
          10 retentionClassDays PIC 9(4).
    01 classIndex PIC 9(1) VALUE ZERO.
    01 matchedClassIndex PIC 9(1) VALUE ZERO.

*>day arithmetic - every date is turned into a day number so an
*>entry's age is a plain subtraction
    01 todayStamp PIC 9(8) VALUE ZERO.
    01 todayDayNumber PIC 9(7) VALUE ZERO.
    01 runDateText PIC X(8) VALUE SPACES.
    01 runDateParts REDEFINES runDateText.
       05 runDateYear PIC 9(4).
       05 runDateMonth PIC 9(2).
       05 runDateDay PIC 9(2).
    01 runDateNumber REDEFINES runDateText PIC 9(8).
    01 runDayNumber PIC 9(7) VALUE ZERO.
    01 entryAgeDays PIC S9(7) VALUE ZERO.

*>every entry past retention is collected up front, before a single
*>file is deleted - each drop goes through CipherCatalog, and walking
*>the catalog while those drops rewrite it would risk visiting
*>entries twice or not at all (same reason KeyRotate collects first)
    01 purgeEntryCount PIC 9(3) VALUE ZERO.
    01 purgeEntryLimit PIC 9(3) VALUE 500.
    01 purgeTable.
       05 purgeEntry OCCURS 500 TIMES.
          10 purgeFileName PIC X(60).
          10 purgeCipher PIC X(12).
          10 purgeParm PIC X(16).
          10 purgeClass PIC X(4).
          10 purgeRunDate PIC X(8).
          10 purgeByteCount PIC 9(9).
          10 purgeChecksum PIC 9(9).
          10 purgeAgeDays PIC 9(7).
    01 entryIndex PIC 9(3) VALUE ZERO.

*>byte-walk plumbing for re-measuring each file before it goes, same
*>one-byte CBL_* reads and running checksum CatalogSweep uses
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
    01 catalogDropFlag PIC X(1) VALUE 'N'.
       88 catalogEntryDropped VALUE 'Y'.
       88 catalogEntryNotDropped VALUE 'N'.
    01 logDateStamp PIC 9(8) VALUE ZERO.
    01 logTimeStamp PIC 9(8) VALUE ZERO.

*>parameter block for dropping each purged entry through
*>CipherCatalog's own D action, so the catalog program stays the
*>only one that writes the catalog
    01 catalogCallBlock.
       05 catalogCallEyecatcher PIC X(8) VALUE "CIPHCALL".
       05 catalogCallText PIC X(200) VALUE SPACES.
       05 catalogCallReturnCode PIC 9(2) VALUE ZERO.

*>purge tallies for the report and the scheduler's return code
    01 entriesRead PIC 9(5) VALUE ZERO.
    01 heldEntries PIC 9(5) VALUE ZERO.
    01 graceEntries PIC 9(5) VALUE ZERO.
    01 foreverEntries PIC 9(5) VALUE ZERO.
    01 notDueEntries PIC 9(5) VALUE ZERO.
    01 unknownClassEntries PIC 9(5) VALUE ZERO.
    01 badDateEntries PIC 9(5) VALUE ZERO.
    01 overflowEntries PIC 9(5) VALUE ZERO.
    01 purgedFiles PIC 9(5) VALUE ZERO.
    01 missingDropped PIC 9(5) VALUE ZERO.
    01 changedSkipped PIC 9(5) VALUE ZERO.
    01 failedPurges PIC 9(5) VALUE ZERO.
    01 bytesReclaimed PIC 9(12) VALUE ZERO.
    01 purgeVerb PIC X(11) VALUE SPACES. *>"PURGED" or, on a dry run, "WOULD PURGE"

PROCEDURE DIVISION.
CONTROLFLOW SECTION.
      PERFORM readRunParameters.
      IF isDryRun
          DISPLAY "===== CATALOG PURGE - DRY RUN, NOTHING DELETED ====="
          MOVE "WOULD PURGE" TO purgeVerb
      ELSE
          DISPLAY "===== CATALOG PURGE ====="
          MOVE "PURGED" TO purgeVerb
      END-IF.
      PERFORM collectPurgeCandidates.
      IF isRealPurge
          PERFORM openPurgeLog
      END-IF.
      PERFORM purgeOneCandidate
          VARYING entryIndex FROM 1 BY 1
          UNTIL entryIndex > purgeEntryCount.
      IF isRealPurge
          CLOSE purgeLogFile
      END-IF.
      PERFORM writePurgeSummary.
      STOP RUN.

readRunParameters SECTION.
    ACCEPT jclParm FROM COMMAND-LINE.
    IF jclParm NOT = SPACES
        UNSTRING jclParm DELIMITED BY ALL SPACE
            INTO runModeArgument graceDaysText
    ELSE
        DISPLAY "ENTER MODE - D FOR DRY RUN, P TO PURGE: "
        ACCEPT runModeArgument FROM SYSIN
        DISPLAY "ENTER GRACE DAYS (BLANK FOR 30): "
        ACCEPT graceDaysText FROM SYSIN
    END-IF.
    INSPECT runModeArgument CONVERTING "dp" TO "DP".
    IF NOT isDryRun AND NOT isRealPurge
        DISPLAY "PURGE NEEDS A MODE - D (DRY RUN) OR P (PURGE)"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF graceDaysText = SPACES
        MOVE 30 TO graceDaysNumber
    ELSE
        INSPECT graceDaysText REPLACING LEADING SPACES BY ZEROS
        IF graceDaysText NOT NUMERIC
            DISPLAY "GRACE DAYS MUST BE A NUMBER: " graceDaysText
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "CATALOG".
    IF envFileName NOT = SPACES
        MOVE envFileName TO catalogFileName
    ELSE
        MOVE "cipherCatalog.dat" TO catalogFileName
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "PURGELOG".
    IF envFileName NOT = SPACES
        MOVE envFileName TO purgeLogFileName
    ELSE
        MOVE "cipherPurge.dat" TO purgeLogFileName
    END-IF.
    ACCEPT todayStamp FROM DATE YYYYMMDD.
    COMPUTE todayDayNumber = FUNCTION INTEGER-OF-DATE(todayStamp).
    EXIT.

collectPurgeCandidates SECTION.
*>same front-to-back walk listWholeCatalog does, sorting every entry
*>into exactly one of the report's buckets
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
        PERFORM judgeOneCatalogEntry
    END-READ.
    EXIT.

judgeOneCatalogEntry SECTION.
*>the order matters - a legal hold beats everything, then the grace
*>period, and only then does the retention class get a say
    IF catIsOnLegalHold
        ADD 1 TO heldEntries
        DISPLAY "HELD .....: " catOutputFile
        EXIT SECTION
    END-IF.
    MOVE catRunDate TO runDateText.
    MOVE ZERO TO runDayNumber.
    IF runDateText NUMERIC
        AND runDateMonth >= 1 AND runDateMonth <= 12
        AND runDateDay >= 1 AND runDateDay <= 31
        COMPUTE runDayNumber = FUNCTION INTEGER-OF-DATE(runDateNumber)
    END-IF.
*>a run date that cannot be read cannot be aged - never guess
    IF runDayNumber = 0
        ADD 1 TO badDateEntries
        DISPLAY "BAD DATE .: " catOutputFile " RUN DATE " catRunDate
        EXIT SECTION
    END-IF.
    COMPUTE entryAgeDays = todayDayNumber - runDayNumber.
    IF entryAgeDays < graceDaysNumber
        ADD 1 TO graceEntries
        EXIT SECTION
    END-IF.
    IF catRetentionClass = SPACES
        ADD 1 TO foreverEntries
        EXIT SECTION
    END-IF.
    MOVE ZERO TO matchedClassIndex.
    PERFORM matchOneRetentionClass
        VARYING classIndex FROM 1 BY 1
        UNTIL classIndex > 5 OR matchedClassIndex > 0.
    IF matchedClassIndex = 0
        ADD 1 TO unknownClassEntries
        DISPLAY "UNKNOWN CLASS " catRetentionClass ": "
            catOutputFile
        EXIT SECTION
    END-IF.
    IF entryAgeDays <= retentionClassDays(matchedClassIndex)
        ADD 1 TO notDueEntries
        EXIT SECTION
    END-IF.
    IF purgeEntryCount >= purgeEntryLimit
        ADD 1 TO overflowEntries
        EXIT SECTION
    END-IF.
    ADD 1 TO purgeEntryCount.
    MOVE catOutputFile TO purgeFileName(purgeEntryCount).
    MOVE catCipher TO purgeCipher(purgeEntryCount).
    MOVE catParm TO purgeParm(purgeEntryCount).
    MOVE catRetentionClass TO purgeClass(purgeEntryCount).
    MOVE catRunDate TO purgeRunDate(purgeEntryCount).
    MOVE catByteCount TO purgeByteCount(purgeEntryCount).
    MOVE catChecksum TO purgeChecksum(purgeEntryCount).
    MOVE entryAgeDays TO purgeAgeDays(purgeEntryCount).
    EXIT.

matchOneRetentionClass SECTION.
    IF retentionClassName(classIndex) = catRetentionClass
        MOVE classIndex TO matchedClassIndex
    END-IF.
    EXIT.

openPurgeLog SECTION.
*>the log is the only record of what a real purge removed, so a
*>purge that cannot write it does not start. purgeLogFile is
*>OPTIONAL - status 05 is the first run creating it.
    OPEN EXTEND purgeLogFile.
    IF purgeLogFileStatus NOT = "00" AND purgeLogFileStatus NOT = "05"
        DISPLAY "ERROR OPENING PURGE LOG " purgeLogFileName
            ": STATUS = " purgeLogFileStatus " - NOTHING PURGED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

purgeOneCandidate SECTION.
*>a file that no longer matches its registration is not the file
*>the retention class was given to - leave it, and the entry, for
*>someone to look at. A file already gone only loses its entry.
    MOVE purgeFileName(entryIndex) TO targetFileName.
    PERFORM measureTargetFile.
    IF fileWasOpened
        AND (measuredByteCount NOT = purgeByteCount(entryIndex)
            OR measuredChecksum NOT = purgeChecksum(entryIndex))
        ADD 1 TO changedSkipped
        DISPLAY "CHANGED ..: " targetFileName
        DISPLAY "            CHANGED SINCE REGISTRATION - NOT PURGED"
        EXIT SECTION
    END-IF.
    IF isDryRun
        PERFORM reportOnePurge
        EXIT SECTION
    END-IF.
    IF fileWasOpened
        CALL "CBL_DELETE_FILE" USING targetFileName
            RETURNING ioReturnCode
        IF ioReturnCode NOT = 0
            ADD 1 TO failedPurges
            DISPLAY "FAILED ...: " targetFileName
            DISPLAY "            FILE COULD NOT BE DELETED - ENTRY "
                "KEPT"
            EXIT SECTION
        END-IF
    END-IF.
    PERFORM dropCatalogEntry.
    IF catalogEntryDropped
        PERFORM writePurgeLogRecord
        PERFORM reportOnePurge
        EXIT SECTION
    END-IF.
*>the file went even though its entry stayed - that still has to be
*>on the log and in the bytes reclaimed
    IF fileWasOpened
        PERFORM writePurgeLogRecord
        ADD 1 TO purgedFiles
        ADD purgeByteCount(entryIndex) TO bytesReclaimed
    END-IF.
    EXIT.

reportOnePurge SECTION.
    IF fileWasOpened
        ADD 1 TO purgedFiles
        ADD purgeByteCount(entryIndex) TO bytesReclaimed
        DISPLAY purgeVerb ": " targetFileName
    ELSE
        ADD 1 TO missingDropped
        DISPLAY purgeVerb ": " targetFileName
        DISPLAY "            FILE ALREADY MISSING - ENTRY ONLY"
    END-IF.
    DISPLAY "            CLASS " purgeClass(entryIndex) " RUN DATE "
        purgeRunDate(entryIndex) " AGE " purgeAgeDays(entryIndex)
        " DAYS, " purgeByteCount(entryIndex) " BYTES".
    EXIT.

writePurgeLogRecord SECTION.
    ACCEPT logDateStamp FROM DATE YYYYMMDD.
    ACCEPT logTimeStamp FROM TIME.
    MOVE logDateStamp TO purgeLogDate.
    MOVE logTimeStamp TO purgeLogTime.
    MOVE purgeFileName(entryIndex) TO purgeLogOutputFile.
    MOVE purgeCipher(entryIndex) TO purgeLogCipher.
    MOVE purgeParm(entryIndex) TO purgeLogParm.
    MOVE purgeClass(entryIndex) TO purgeLogClass.
    MOVE purgeRunDate(entryIndex) TO purgeLogRunDate.
    MOVE purgeByteCount(entryIndex) TO purgeLogByteCount.
    MOVE purgeChecksum(entryIndex) TO purgeLogChecksum.
    IF fileWasOpened
        MOVE 'D' TO purgeLogFileState
    ELSE
        MOVE 'M' TO purgeLogFileState
    END-IF.
    WRITE purgeLogRecord.
    EXIT.

dropCatalogEntry SECTION.
*>any file is already gone by now, so a drop that fails is reported
*>for a hand clean-up - CatalogSweep will list the entry as missing
*>until then
    MOVE SPACES TO catalogCallText.
    STRING "D " DELIMITED BY SIZE
           purgeFileName(entryIndex) DELIMITED BY SPACE
        INTO catalogCallText.
    MOVE 99 TO catalogCallReturnCode.
    CALL "CipherCatalog" USING catalogCallBlock
        ON EXCEPTION
            IF catalogCallReturnCode = 99
                DISPLAY "CATALOG PROGRAM NOT AVAILABLE"
                MOVE 8 TO catalogCallReturnCode
            END-IF
    END-CALL.
    IF catalogCallReturnCode = 0
        SET catalogEntryDropped TO TRUE
        EXIT SECTION
    END-IF.
    SET catalogEntryNotDropped TO TRUE.
    ADD 1 TO failedPurges.
    DISPLAY "FAILED ...: " purgeFileName(entryIndex).
    IF fileWasOpened
        DISPLAY "            FILE DELETED BUT CATALOG ENTRY NOT "
            "DROPPED"
    ELSE
        DISPLAY "            CATALOG ENTRY NOT DROPPED"
    END-IF.
    EXIT.

writePurgeSummary SECTION.
    DISPLAY "CATALOG ..............: " catalogFileName.
    IF isRealPurge
        DISPLAY "PURGE LOG ............: " purgeLogFileName
    END-IF.
    DISPLAY "RUN DATE .............: " todayStamp.
    DISPLAY "GRACE DAYS ...........: " graceDaysNumber.
    DISPLAY "ENTRIES READ .........: " entriesRead.
    DISPLAY "ON LEGAL HOLD ........: " heldEntries.
    DISPLAY "WITHIN GRACE PERIOD ..: " graceEntries.
    DISPLAY "NO CLASS (KEPT) ......: " foreverEntries.
    DISPLAY "NOT YET DUE ..........: " notDueEntries.
    DISPLAY "UNKNOWN CLASS ........: " unknownClassEntries.
    DISPLAY "UNREADABLE RUN DATE ..: " badDateEntries.
    DISPLAY "PAST RETENTION .......: " purgeEntryCount.
    IF isDryRun
        DISPLAY "FILES WOULD PURGE ....: " purgedFiles
        DISPLAY "ENTRIES WOULD DROP ...: " missingDropped
            " (FILE ALREADY MISSING)"
        DISPLAY "BYTES WOULD RECLAIM ..: " bytesReclaimed
    ELSE
        DISPLAY "FILES PURGED .........: " purgedFiles
        DISPLAY "ENTRIES DROPPED ......: " missingDropped
            " (FILE ALREADY MISSING)"
        DISPLAY "BYTES RECLAIMED ......: " bytesReclaimed
    END-IF.
    DISPLAY "CHANGED, NOT PURGED ..: " changedSkipped.
    DISPLAY "FAILED ...............: " failedPurges.
    IF overflowEntries > 0
        DISPLAY "PURGE TABLE FULL - " overflowEntries
            " FURTHER ENTRIES PAST RETENTION LEFT FOR THE NEXT RUN"
    END-IF.
    IF failedPurges > 0
        DISPLAY "PURGE RESULT .........: FAILURES - SEE DETAIL ABOVE"
        MOVE 8 TO RETURN-CODE
    ELSE
        IF changedSkipped > 0 OR unknownClassEntries > 0
            OR badDateEntries > 0 OR overflowEntries > 0
            DISPLAY "PURGE RESULT .........: EXCEPTIONS - SEE DETAIL "
                "ABOVE"
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY "PURGE RESULT .........: CLEAN"
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

END PROGRAM CatalogPurge.
