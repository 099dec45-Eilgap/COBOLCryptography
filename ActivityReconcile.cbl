IDENTIFICATION DIVISION.
PROGRAM-ID. ActivityReconcile.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT catalogFile ASSIGN TO DYNAMIC catalogFileName *>Same system of record CipherCatalog keeps, walked and read by key here
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS catOutputFile
    FILE STATUS IS catalogFileStatus.
SELECT auditFile ASSIGN TO DYNAMIC auditFileName *>Cumulative history the ciphers append, see loadAuditHistory
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS auditFileStatus.
SELECT OPTIONAL usageFile ASSIGN TO DYNAMIC usageFileName *>Cumulative key-usage history DESCipher appends, see loadUsageHistory
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS usageFileStatus.
SELECT OPTIONAL purgeLogFile ASSIGN TO DYNAMIC purgeLogFileName *>CatalogPurge's record of every entry it dropped, see loadPurgeLog
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
FD auditFile RECORD IS VARYING IN SIZE FROM 1 TO 230
        DEPENDING ON auditRecordLength.
*>read raw and unpacked by hand the same way AuditReport does, see
*>unpackAuditRecord
01 auditRawRecord PIC X(230).
FD usageFile.
*>same layout DESCipher appends and KeyVault's report reads - keep
*>them in step if a field ever changes
01 usageRecord.
   05 usageRunDate PIC X(8).
   05 usageRunTime PIC X(8).
   05 usageLabel PIC X(16).
   05 usageMode PIC X(3).
   05 usageInputFile PIC X(60).
   05 usageOutputFile PIC X(60).
   05 usageResult PIC X(1). *>Y the label resolved to a usable key, N it did not, X it is on the ring but outside its usable dates
FD purgeLogFile.
*>same layout CatalogPurge writes - keep the two in step
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
   05 purgeLogFileState PIC X(1).

WORKING-STORAGE SECTION.

*>same fixed layout CaesarEncrypt and DESCipher append - keep it in
*>step with them, AuditReport, AuditAlert and AuditVerify if a field
*>ever changes. Every raw row is unpacked into this one
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

*>run parameters - the one PARM token is the month to reconcile, as
*>YYYYMM, same as AuditReport; every file comes from the same
*>environment variable its writer uses
    01 jclParm PIC X(80) VALUE SPACES.
    01 reconcileMonth PIC X(6) VALUE SPACES.
    01 reconcileMonthParts REDEFINES reconcileMonth.
       05 reconcileYear PIC 9(4).
       05 reconcileMonthNumber PIC 9(2).
*>a DES run that spans midnight resolves its key one day and writes
*>its audit row the next, so the day either side of the month is
*>read as well - those rows only ever serve to pair with the month's
*>own, they are never counted or reported in their own right
    01 priorDayDate PIC X(8) VALUE SPACES.
    01 nextMonthFirstDate PIC X(8) VALUE SPACES.
    01 nextMonthParts REDEFINES nextMonthFirstDate.
       05 nextMonthYear PIC 9(4).
       05 nextMonthNumber PIC 9(2).
       05 nextMonthDay PIC 9(2).
    01 dayWorkText PIC X(8) VALUE SPACES.
    01 dayWorkParts REDEFINES dayWorkText.
       05 dayWorkYear PIC 9(4).
       05 dayWorkMonth PIC 9(2).
       05 dayWorkDay PIC 9(2).
    01 dayWorkNumber REDEFINES dayWorkText PIC 9(8).
    01 rowScope PIC X(1) VALUE 'M'.
       88 rowIsInMonth VALUE 'M'.
       88 rowIsPairingOnly VALUE 'P'.
    01 catalogFileName PIC X(60) VALUE SPACES.
    01 auditFileName PIC X(60) VALUE SPACES.
    01 usageFileName PIC X(60) VALUE SPACES.
    01 purgeLogFileName PIC X(60) VALUE SPACES.
    01 envFileName PIC X(60) VALUE SPACES.
    01 catalogFileStatus PIC X(2) VALUE SPACES.
    01 auditFileStatus PIC X(2) VALUE SPACES.
    01 usageFileStatus PIC X(2) VALUE SPACES.
    01 purgeLogFileStatus PIC X(2) VALUE SPACES.
    01 endOfCatalog PIC X(1) VALUE 'N'.
       88 atEndOfCatalog VALUE 'Y'.
       88 notAtEndOfCatalog VALUE 'N'.
    01 endOfAuditFile PIC X(1) VALUE 'N'.
       88 atEndOfAuditFile VALUE 'Y'.
       88 notAtEndOfAuditFile VALUE 'N'.
    01 endOfUsageFile PIC X(1) VALUE 'N'.
       88 atEndOfUsageFile VALUE 'Y'.
       88 notAtEndOfUsageFile VALUE 'N'.
    01 endOfPurgeLog PIC X(1) VALUE 'N'.
       88 atEndOfPurgeLog VALUE 'Y'.
       88 notAtEndOfPurgeLog VALUE 'N'.
    01 catalogLookupFlag PIC X(1) VALUE 'Y'.
       88 catalogEntryFound VALUE 'Y'.
       88 catalogEntryMissing VALUE 'N'.

*>the month's activity from each of the three records, held whole so
*>every row can be matched against the other two. A file and run
*>date is the key all three share: the catalog by output file and
*>run date, the audit history and the usage history by output file
*>and the date the run wrote them.
    01 catalogEntryCount PIC 9(4) VALUE ZERO.
    01 catalogEntryLimit PIC 9(4) VALUE 2000.
    01 catalogTable.
       05 catalogEntry OCCURS 2000 TIMES.
          10 catEntryFile PIC X(60).
          10 catEntryCipher PIC X(12).
          10 catEntryMode PIC X(3).
          10 catEntryParm PIC X(16).
          10 catEntryRunDate PIC X(8).
    01 auditEntryCount PIC 9(4) VALUE ZERO.
    01 auditEntryLimit PIC 9(4) VALUE 3000.
    01 auditTable.
       05 auditEntry OCCURS 3000 TIMES.
          10 audEntryFile PIC X(60).
          10 audEntryRunDate PIC X(8).
          10 audEntryRunTime PIC X(8).
          10 audEntryProgram PIC X(12).
          10 audEntryMode PIC X(3).
          10 audEntryParm PIC X(16).
          10 audEntryStatus PIC X(2).
          10 audEntryDayBefore PIC X(8). *>Usage date a run that spanned midnight would carry, see pairAuditWithUsage
          10 audEntryKind PIC X(1).
             88 audIsGoodEncrypt VALUE 'E'. *>Encrypt mode that finished with status 00
             88 audIsOtherRun VALUE 'O'.
             88 audIsPairingOnly VALUE 'P'. *>DES run on the first day of the next month
          10 audEntryPaired PIC X(1).
             88 audIsPaired VALUE 'Y'.
             88 audIsNotPaired VALUE 'N'.
    01 usageEntryCount PIC 9(4) VALUE ZERO.
    01 usageEntryLimit PIC 9(4) VALUE 3000.
    01 usageTable.
       05 usageEntry OCCURS 3000 TIMES.
          10 useEntryFile PIC X(60).
          10 useEntryRunDate PIC X(8).
          10 useEntryRunTime PIC X(8).
          10 useEntryLabel PIC X(16).
          10 useEntryMode PIC X(3).
          10 useEntryScope PIC X(1).
             88 useIsInMonth VALUE 'M'.
             88 useIsPairingOnly VALUE 'P'. *>Resolved on the last day of the month before
          10 useEntryPaired PIC X(1).
             88 useIsPaired VALUE 'Y'.
             88 useIsNotPaired VALUE 'N'.
    01 purgedEntryCount PIC 9(4) VALUE ZERO.
    01 purgedEntryLimit PIC 9(4) VALUE 2000.
    01 purgedTable.
       05 purgedEntry OCCURS 2000 TIMES.
          10 purgedFile PIC X(60).
          10 purgedRunDate PIC X(8).
    01 auditRowKind PIC X(1) VALUE SPACE. *>E or O, moved to audEntryKind
    01 catIndex PIC 9(4) VALUE ZERO.
    01 audIndex PIC 9(4) VALUE ZERO.
    01 useIndex PIC 9(4) VALUE ZERO.
    01 purgedIndex PIC 9(4) VALUE ZERO.
    01 matchIndex PIC 9(4) VALUE ZERO.

*>reconciliation tallies - the summary block is what goes to the
*>quarterly controls sign-off, so every count is printed whether or
*>not it is zero
    01 catalogEntriesRead PIC 9(7) VALUE ZERO.
    01 auditRowsRead PIC 9(7) VALUE ZERO.
    01 usageRowsRead PIC 9(7) VALUE ZERO.
    01 purgeLogRowsRead PIC 9(7) VALUE ZERO.
    01 goodEncryptRows PIC 9(7) VALUE ZERO.
    01 desAuditRows PIC 9(7) VALUE ZERO.
    01 refusedUsageRows PIC 9(7) VALUE ZERO.
    01 usageMonthRows PIC 9(7) VALUE ZERO.
    01 tagCheckAuditRows PIC 9(7) VALUE ZERO. *>DESCipher T/T3 runs - CatalogSweep's nightly tag checks, no catalog meaning
    01 tagCheckUsageRows PIC 9(7) VALUE ZERO.
    01 catalogMatched PIC 9(7) VALUE ZERO.
    01 catalogNoEncrypt PIC 9(7) VALUE ZERO.
    01 encryptCatalogued PIC 9(7) VALUE ZERO.
    01 encryptSuperseded PIC 9(7) VALUE ZERO.
    01 encryptPurged PIC 9(7) VALUE ZERO.
    01 encryptNotCatalogued PIC 9(7) VALUE ZERO.
    01 desEncryptNoUsage PIC 9(7) VALUE ZERO.
    01 usageNoAudit PIC 9(7) VALUE ZERO.
    01 overflowRows PIC 9(7) VALUE ZERO.
    01 totalExceptions PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
CONTROLFLOW SECTION.
      PERFORM readRunParameters.
      DISPLAY "===== MONTHLY CATALOG / AUDIT / KEY USAGE "
          "RECONCILIATION =====".
      PERFORM loadAuditHistory.
      PERFORM loadUsageHistory.
      PERFORM loadPurgeLog.
      OPEN INPUT catalogFile.
      IF catalogFileStatus NOT = "00"
          DISPLAY "ERROR OPENING CATALOG " catalogFileName
              ": STATUS = " catalogFileStatus
          MOVE 8 TO RETURN-CODE
          STOP RUN
      END-IF.
      PERFORM loadCatalogMonth.
      PERFORM pairAuditWithUsage
          VARYING audIndex FROM 1 BY 1
          UNTIL audIndex > auditEntryCount.
      DISPLAY " ".
      DISPLAY "--- CATALOG ENTRIES WITH NO SUCCESSFUL ENCRYPT IN THE "
          "AUDIT HISTORY ---".
      PERFORM checkOneCatalogEntry
          VARYING catIndex FROM 1 BY 1
          UNTIL catIndex > catalogEntryCount.
      DISPLAY " ".
      DISPLAY "--- SUCCESSFUL ENCRYPTS NOT IN THE CATALOG ---".
      PERFORM checkOneEncryptRow
          VARYING audIndex FROM 1 BY 1
          UNTIL audIndex > auditEntryCount.
      CLOSE catalogFile.
      DISPLAY " ".
      DISPLAY "--- DES ENCRYPTS WITH NO SUCCESSFUL KEY USAGE RECORD ---".
      PERFORM checkOneDesEncrypt
          VARYING audIndex FROM 1 BY 1
          UNTIL audIndex > auditEntryCount.
      DISPLAY " ".
      DISPLAY "--- KEY USAGE RECORDS WITH NO AUDIT ROW (RUN DID NOT "
          "FINISH) ---".
      PERFORM checkOneUsageRecord
          VARYING useIndex FROM 1 BY 1
          UNTIL useIndex > usageEntryCount.
      DISPLAY " ".
      PERFORM writeReconcileSummary.
      STOP RUN.

readRunParameters SECTION.
    ACCEPT jclParm FROM COMMAND-LINE.
    IF jclParm NOT = SPACES
        MOVE jclParm TO reconcileMonth
    ELSE
        DISPLAY "ENTER MONTH TO RECONCILE (YYYYMM): "
        ACCEPT reconcileMonth FROM SYSIN
    END-IF.
    IF reconcileMonth NOT NUMERIC
        OR reconcileMonthNumber < 1 OR reconcileMonthNumber > 12
        DISPLAY "RECONCILIATION NEEDS A MONTH AS YYYYMM"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE reconcileMonth TO dayWorkText(1:6).
    MOVE "01" TO dayWorkText(7:2).
    COMPUTE dayWorkNumber = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(dayWorkNumber) - 1).
    MOVE dayWorkText TO priorDayDate.
    MOVE reconcileYear TO nextMonthYear.
    MOVE reconcileMonthNumber TO nextMonthNumber.
    MOVE 1 TO nextMonthDay.
    IF nextMonthNumber = 12
        ADD 1 TO nextMonthYear
        MOVE 1 TO nextMonthNumber
    ELSE
        ADD 1 TO nextMonthNumber
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "CATALOG".
    IF envFileName NOT = SPACES
        MOVE envFileName TO catalogFileName
    ELSE
        MOVE "cipherCatalog.dat" TO catalogFileName
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "AUDITFILE".
    IF envFileName NOT = SPACES
        MOVE envFileName TO auditFileName
    ELSE
        MOVE "cipherAudit.dat" TO auditFileName
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "KEYUSAGE".
    IF envFileName NOT = SPACES
        MOVE envFileName TO usageFileName
    ELSE
        MOVE "keyUsage.dat" TO usageFileName
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "PURGELOG".
    IF envFileName NOT = SPACES
        MOVE envFileName TO purgeLogFileName
    ELSE
        MOVE "cipherPurge.dat" TO purgeLogFileName
    END-IF.
    EXIT.

loadAuditHistory SECTION.
    OPEN INPUT auditFile.
    IF auditFileStatus NOT = "00"
        DISPLAY "ERROR OPENING AUDIT HISTORY " auditFileName
            ": STATUS = " auditFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    SET notAtEndOfAuditFile TO TRUE.
    PERFORM loadOneAuditRow UNTIL atEndOfAuditFile.
    CLOSE auditFile.
    EXIT.

loadOneAuditRow SECTION.
    MOVE SPACES TO auditRawRecord.
    READ auditFile
      NOT AT END
        PERFORM unpackAuditRecord
        ADD 1 TO auditRowsRead
        IF auditRunDate(1:6) = reconcileMonth
            SET rowIsInMonth TO TRUE
            PERFORM keepOneAuditRow
        END-IF
        IF auditRunDate = nextMonthFirstDate
            AND auditProgram = "DES"
            SET rowIsPairingOnly TO TRUE
            PERFORM keepOneAuditRow
        END-IF
      AT END
        SET atEndOfAuditFile TO TRUE
    END-READ.
    EXIT.

unpackAuditRecord SECTION.
*>same two-layout unpack AuditReport does - 187 bytes or more is the
*>current layout, anything shorter predates the three-character
*>mode and is lifted field by field from the old offsets
    IF auditRecordLength >= 187
        MOVE auditRawRecord TO auditRecord
    ELSE
        MOVE SPACES TO auditRecord
        MOVE auditRawRecord(1:8) TO auditRunDate
        MOVE auditRawRecord(9:8) TO auditRunTime
        MOVE auditRawRecord(17:12) TO auditProgram
        MOVE auditRawRecord(29:2) TO auditMode
        MOVE auditRawRecord(31:16) TO auditParm
        MOVE auditRawRecord(47:60) TO auditInputFile
        MOVE auditRawRecord(107:60) TO auditOutputFile
        MOVE auditRawRecord(185:2) TO auditEndStatus
    END-IF.
    EXIT.

keepOneAuditRow SECTION.
*>only two kinds of row matter here - a successful encrypt, which
*>the catalog must know about, and any DES run at all, which the
*>usage history must account for. Caesar decrypts touch neither, and
*>nor do DES tag checks - the sweep runs one per DES entry every
*>night, so they are only counted. A row from the next month is
*>kept for pairing and nothing else.
    IF auditProgram = "DES"
        AND (auditMode = "T  " OR auditMode = "T3 ")
        IF rowIsInMonth
            ADD 1 TO tagCheckAuditRows
        END-IF
        EXIT SECTION
    END-IF.
    MOVE 'O' TO auditRowKind.
    IF rowIsPairingOnly
        MOVE 'P' TO auditRowKind
    END-IF.
    IF rowIsInMonth AND auditEndStatus = "00"
        AND (auditMode = "E  " OR auditMode = "EC " OR auditMode = "E3 "
            OR auditMode = "E3C" OR auditMode = "K  ")
        MOVE 'E' TO auditRowKind
        ADD 1 TO goodEncryptRows
    END-IF.
    IF auditProgram = "DES"
        IF rowIsInMonth
            ADD 1 TO desAuditRows
        END-IF
    ELSE
        IF auditRowKind NOT = 'E'
            EXIT SECTION
        END-IF
    END-IF.
    IF auditEntryCount >= auditEntryLimit
        ADD 1 TO overflowRows
        EXIT SECTION
    END-IF.
    ADD 1 TO auditEntryCount.
    MOVE auditOutputFile TO audEntryFile(auditEntryCount).
    MOVE auditRunDate TO audEntryRunDate(auditEntryCount).
    MOVE auditRunTime TO audEntryRunTime(auditEntryCount).
    MOVE auditProgram TO audEntryProgram(auditEntryCount).
    MOVE auditMode TO audEntryMode(auditEntryCount).
    MOVE auditParm TO audEntryParm(auditEntryCount).
    MOVE auditEndStatus TO audEntryStatus(auditEntryCount).
    MOVE auditRowKind TO audEntryKind(auditEntryCount).
    MOVE SPACES TO audEntryDayBefore(auditEntryCount).
    MOVE auditRunDate TO dayWorkText.
    IF dayWorkText NUMERIC
        AND dayWorkMonth >= 1 AND dayWorkMonth <= 12
        AND dayWorkDay >= 1 AND dayWorkDay <= 31
        COMPUTE dayWorkNumber = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(dayWorkNumber) - 1)
        MOVE dayWorkText TO audEntryDayBefore(auditEntryCount)
    END-IF.
    MOVE 'N' TO audEntryPaired(auditEntryCount).
    EXIT.

loadUsageHistory SECTION.
*>usageFile is OPTIONAL - a history that does not exist yet has no
*>records to reconcile, not an error
    OPEN INPUT usageFile.
    IF usageFileStatus NOT = "00" AND usageFileStatus NOT = "05"
        DISPLAY "ERROR OPENING KEY USAGE HISTORY " usageFileName
            ": STATUS = " usageFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    SET notAtEndOfUsageFile TO TRUE.
    PERFORM loadOneUsageRow UNTIL atEndOfUsageFile.
    CLOSE usageFile.
    EXIT.

loadOneUsageRow SECTION.
    READ usageFile
      NOT AT END
        ADD 1 TO usageRowsRead
        IF usageRunDate(1:6) = reconcileMonth
            SET rowIsInMonth TO TRUE
            PERFORM keepOneUsageRow
        END-IF
        IF usageRunDate = priorDayDate
            SET rowIsPairingOnly TO TRUE
            PERFORM keepOneUsageRow
        END-IF
      AT END
        SET atEndOfUsageFile TO TRUE
    END-READ.
    EXIT.

keepOneUsageRow SECTION.
*>only cipher runs are reconciled - a refused label never gets as far
*>as an audit row by design, so it is counted and set aside, and
*>anything that is not a DES run mode is some other program's entry.
*>Tag checks are counted and set aside the same way the audit side
*>does, and a row from the month before is kept for pairing only.
    IF usageMode = "T  " OR usageMode = "T3 "
        IF rowIsInMonth
            ADD 1 TO tagCheckUsageRows
        END-IF
        EXIT SECTION
    END-IF.
    IF usageMode NOT = "E  " AND usageMode NOT = "EC "
        AND usageMode NOT = "E3 " AND usageMode NOT = "E3C"
        AND usageMode NOT = "D  " AND usageMode NOT = "DC "
        AND usageMode NOT = "D3 " AND usageMode NOT = "D3C"
        EXIT SECTION
    END-IF.
    IF usageResult NOT = 'Y'
        IF rowIsInMonth
            ADD 1 TO refusedUsageRows
        END-IF
        EXIT SECTION
    END-IF.
    IF usageEntryCount >= usageEntryLimit
        ADD 1 TO overflowRows
        EXIT SECTION
    END-IF.
    ADD 1 TO usageEntryCount.
    MOVE usageOutputFile TO useEntryFile(usageEntryCount).
    MOVE usageRunDate TO useEntryRunDate(usageEntryCount).
    MOVE usageRunTime TO useEntryRunTime(usageEntryCount).
    MOVE usageLabel TO useEntryLabel(usageEntryCount).
    MOVE usageMode TO useEntryMode(usageEntryCount).
    MOVE rowScope TO useEntryScope(usageEntryCount).
    IF rowIsInMonth
        ADD 1 TO usageMonthRows
    END-IF.
    MOVE 'N' TO useEntryPaired(usageEntryCount).
    EXIT.

loadPurgeLog SECTION.
*>the purge log is what explains an encrypt whose catalog entry has
*>since gone - purgeLogFile is OPTIONAL, and no log just means
*>nothing has ever been purged
    OPEN INPUT purgeLogFile.
    IF purgeLogFileStatus NOT = "00" AND purgeLogFileStatus NOT = "05"
        DISPLAY "ERROR OPENING PURGE LOG " purgeLogFileName
            ": STATUS = " purgeLogFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    SET notAtEndOfPurgeLog TO TRUE.
    PERFORM loadOnePurgeLogRow UNTIL atEndOfPurgeLog.
    CLOSE purgeLogFile.
    EXIT.

loadOnePurgeLogRow SECTION.
    READ purgeLogFile
      NOT AT END
        ADD 1 TO purgeLogRowsRead
*>an entry re-registered after the month and purged since still
*>explains the month's encrypt, so anything from the month on counts
        IF purgeLogRunDate(1:6) NOT < reconcileMonth
            IF purgedEntryCount >= purgedEntryLimit
                ADD 1 TO overflowRows
            ELSE
                ADD 1 TO purgedEntryCount
                MOVE purgeLogOutputFile TO purgedFile(purgedEntryCount)
                MOVE purgeLogRunDate TO purgedRunDate(purgedEntryCount)
            END-IF
        END-IF
      AT END
        SET atEndOfPurgeLog TO TRUE
    END-READ.
    EXIT.

loadCatalogMonth SECTION.
*>same front-to-back walk listWholeCatalog does, keeping every entry
*>registered in the month
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
    PERFORM loadOneCatalogEntry UNTIL atEndOfCatalog.
    EXIT.

loadOneCatalogEntry SECTION.
    READ catalogFile NEXT
      AT END
        SET atEndOfCatalog TO TRUE
      NOT AT END
        ADD 1 TO catalogEntriesRead
        IF catRunDate(1:6) = reconcileMonth
            IF catalogEntryCount >= catalogEntryLimit
                ADD 1 TO overflowRows
            ELSE
                ADD 1 TO catalogEntryCount
                MOVE catOutputFile TO catEntryFile(catalogEntryCount)
                MOVE catCipher TO catEntryCipher(catalogEntryCount)
                MOVE catMode TO catEntryMode(catalogEntryCount)
                MOVE catParm TO catEntryParm(catalogEntryCount)
                MOVE catRunDate TO catEntryRunDate(catalogEntryCount)
            END-IF
        END-IF
    END-READ.
    EXIT.

pairAuditWithUsage SECTION.
*>every DES run that got as far as resolving its key wrote one
*>successful usage record, and every one that finished wrote one
*>audit row - pair them one for one on date, output file, label and
*>mode, so two runs of the same file on the same day need two of
*>each and a leftover on either side is an exception. The usage row
*>is written when the key resolves and the audit row when the run
*>ends, so a run that crossed midnight pairs with a usage row dated
*>the day before and timed after the audit row.
    IF audEntryProgram(audIndex) NOT = "DES"
        EXIT SECTION
    END-IF.
    MOVE ZERO TO matchIndex.
    PERFORM matchOneUsageRecord
        VARYING useIndex FROM 1 BY 1
        UNTIL useIndex > usageEntryCount OR matchIndex > 0.
    IF matchIndex > 0
        SET audIsPaired(audIndex) TO TRUE
        SET useIsPaired(matchIndex) TO TRUE
    END-IF.
    EXIT.

matchOneUsageRecord SECTION.
    IF useIsNotPaired(useIndex)
        AND (useEntryRunDate(useIndex) = audEntryRunDate(audIndex)
            OR (useEntryRunDate(useIndex) = audEntryDayBefore(audIndex)
                AND useEntryRunTime(useIndex) > audEntryRunTime(audIndex)))
        AND useEntryFile(useIndex) = audEntryFile(audIndex)
        AND useEntryLabel(useIndex) = audEntryParm(audIndex)
        AND useEntryMode(useIndex) = audEntryMode(audIndex)
        MOVE useIndex TO matchIndex
    END-IF.
    EXIT.

checkOneCatalogEntry SECTION.
*>the entry's run date is the day the encrypt registered it, so the
*>same day's history must hold a successful encrypt of that file
*>under the same cipher
    MOVE ZERO TO matchIndex.
    PERFORM matchOneEncryptForEntry
        VARYING audIndex FROM 1 BY 1
        UNTIL audIndex > auditEntryCount OR matchIndex > 0.
    IF matchIndex > 0
        ADD 1 TO catalogMatched
        EXIT SECTION
    END-IF.
    ADD 1 TO catalogNoEncrypt.
    DISPLAY "NO ENCRYPT: " catEntryFile(catIndex).
    DISPLAY "            " catEntryCipher(catIndex) " "
        catEntryMode(catIndex) " " catEntryParm(catIndex)
        " REGISTERED " catEntryRunDate(catIndex).
    EXIT.

matchOneEncryptForEntry SECTION.
    IF audIsGoodEncrypt(audIndex)
        AND audEntryFile(audIndex) = catEntryFile(catIndex)
        AND audEntryRunDate(audIndex) = catEntryRunDate(catIndex)
        AND audEntryProgram(audIndex) = catEntryCipher(catIndex)
        MOVE audIndex TO matchIndex
    END-IF.
    EXIT.

checkOneEncryptRow SECTION.
*>a successful encrypt is accounted for by a catalog entry for the
*>file registered that day or later - a re-encrypt of the same file
*>replaces the entry, so only the latest run's date survives - or,
*>once the entry is gone, by the purge log's record of dropping it
    IF NOT audIsGoodEncrypt(audIndex)
        EXIT SECTION
    END-IF.
    MOVE audEntryFile(audIndex) TO catOutputFile.
    SET catalogEntryFound TO TRUE.
    READ catalogFile
        INVALID KEY
            SET catalogEntryMissing TO TRUE
    END-READ.
    IF catalogEntryFound
        IF catRunDate = audEntryRunDate(audIndex)
            ADD 1 TO encryptCatalogued
            EXIT SECTION
        END-IF
        IF catRunDate > audEntryRunDate(audIndex)
            ADD 1 TO encryptSuperseded
            EXIT SECTION
        END-IF
    END-IF.
    MOVE ZERO TO matchIndex.
    PERFORM matchOnePurgedEntry
        VARYING purgedIndex FROM 1 BY 1
        UNTIL purgedIndex > purgedEntryCount OR matchIndex > 0.
    IF matchIndex > 0
        ADD 1 TO encryptPurged
        EXIT SECTION
    END-IF.
    ADD 1 TO encryptNotCatalogued.
    DISPLAY "NOT CATLGD: " audEntryFile(audIndex).
    DISPLAY "            " audEntryProgram(audIndex) " "
        audEntryMode(audIndex) " " audEntryParm(audIndex) " RUN "
        audEntryRunDate(audIndex) " " audEntryRunTime(audIndex).
    IF catalogEntryFound
        DISPLAY "            CATALOG STILL HOLDS THE RUN OF "
            catRunDate
    END-IF.
    EXIT.

matchOnePurgedEntry SECTION.
    IF purgedFile(purgedIndex) = audEntryFile(audIndex)
        AND purgedRunDate(purgedIndex) >= audEntryRunDate(audIndex)
        MOVE purgedIndex TO matchIndex
    END-IF.
    EXIT.

checkOneDesEncrypt SECTION.
    IF audEntryProgram(audIndex) NOT = "DES"
        OR NOT audIsGoodEncrypt(audIndex)
        OR audIsPaired(audIndex)
        EXIT SECTION
    END-IF.
    ADD 1 TO desEncryptNoUsage.
    DISPLAY "NO USAGE .: " audEntryFile(audIndex).
    DISPLAY "            LABEL " audEntryParm(audIndex) " MODE "
        audEntryMode(audIndex) " RUN " audEntryRunDate(audIndex) " "
        audEntryRunTime(audIndex).
    EXIT.

checkOneUsageRecord SECTION.
    IF useIsPaired(useIndex) OR useIsPairingOnly(useIndex)
        EXIT SECTION
    END-IF.
    ADD 1 TO usageNoAudit.
    DISPLAY "NO AUDIT .: " useEntryFile(useIndex).
    DISPLAY "            LABEL " useEntryLabel(useIndex) " MODE "
        useEntryMode(useIndex) " USED " useEntryRunDate(useIndex) " "
        useEntryRunTime(useIndex).
    EXIT.

writeReconcileSummary SECTION.
    COMPUTE totalExceptions = catalogNoEncrypt + encryptNotCatalogued
        + desEncryptNoUsage + usageNoAudit + overflowRows.
    DISPLAY "RECONCILE MONTH ......: " reconcileMonth.
    DISPLAY "CATALOG ..............: " catalogFileName.
    DISPLAY "AUDIT HISTORY ........: " auditFileName.
    DISPLAY "KEY USAGE HISTORY ....: " usageFileName.
    DISPLAY "PURGE LOG ............: " purgeLogFileName.
    DISPLAY "CATALOG ENTRIES READ .: " catalogEntriesRead.
    DISPLAY "AUDIT ROWS READ ......: " auditRowsRead.
    DISPLAY "USAGE RECORDS READ ...: " usageRowsRead.
    DISPLAY "ENTRIES IN MONTH .....: " catalogEntryCount.
    DISPLAY "GOOD ENCRYPTS IN MONTH: " goodEncryptRows.
    DISPLAY "DES RUNS IN MONTH ....: " desAuditRows.
    DISPLAY "USAGE RECORDS IN MONTH: " usageMonthRows.
    DISPLAY "REFUSED KEY USAGES ...: " refusedUsageRows
        " (NO RUN EXPECTED)".
    DISPLAY "TAG CHECK AUDIT ROWS .: " tagCheckAuditRows
        " (NOT RECONCILED)".
    DISPLAY "TAG CHECK USAGE ROWS .: " tagCheckUsageRows
        " (NOT RECONCILED)".
    DISPLAY "ENTRIES WITH ENCRYPT .: " catalogMatched.
    DISPLAY "ENCRYPTS CATALOGUED ..: " encryptCatalogued.
    DISPLAY "ENCRYPTS RE-REGISTERED: " encryptSuperseded
        " (LATER RUN OF SAME FILE)".
    DISPLAY "ENCRYPTS SINCE PURGED : " encryptPurged.
    DISPLAY "ENTRY, NO ENCRYPT ....: " catalogNoEncrypt.
    DISPLAY "ENCRYPT, NOT CATLGD ..: " encryptNotCatalogued.
    DISPLAY "DES ENCRYPT, NO USAGE : " desEncryptNoUsage.
    DISPLAY "USAGE, NO AUDIT ROW ..: " usageNoAudit.
    IF overflowRows > 0
        DISPLAY "TABLES FULL - " overflowRows
            " ROWS FOR THE MONTH NOT RECONCILED"
    END-IF.
    IF totalExceptions = 0
        DISPLAY "RECONCILE RESULT .....: CLEAN - ALL THREE RECORDS "
            "AGREE"
    ELSE
        DISPLAY "RECONCILE RESULT .....: " totalExceptions
            " EXCEPTION(S) - SEE DETAIL ABOVE"
        MOVE 4 TO RETURN-CODE
    END-IF.
    DISPLAY "===================================================".
    EXIT.

END PROGRAM ActivityReconcile.
