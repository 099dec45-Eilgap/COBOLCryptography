*>one record per encrypted file - everything an operator needs to
*>know to decrypt it and to prove it has not changed since it was
*>written: the cipher and parameters that produced it, when, and
*>the byte count and checksum measured at registration time, and
*>the field layout a Caesar field-level run protected (spaces for a
*>whole-record run) since the decrypt has to use the same one. The
*>retention class and legal-hold flag say how long the file is kept
*>- CatalogPurge reads them, the M action here sets them.
01 catalogRecord.
   05 catOutputFile PIC X(60).
   05 catCipher PIC X(12).
   05 catRunDate PIC X(8).
   05 catByteCount PIC 9(9).
   05 catChecksum PIC 9(9).
   05 catLayout PIC X(16).
   05 catRetentionClass PIC X(4). *>One of the classes in retentionClassTable, spaces to keep forever
   05 catLegalHold PIC X(1). *>Y held - never purged whatever the class says
      88 catIsOnLegalHold VALUE 'Y'.

WORKING-STORAGE SECTION.

*>cipher programs use, and the same stamped parameter block when a
*>cipher program CALLs in to register the file it just wrote:
*>  "R CAESAR E 007 OUT1.TXT"   register (normally via CALL)
*>  "R CAESAR E 007 OUT1.TXT PAYROLL"  register a field-level run
*>  "I OUT1.TXT"                inquire on one file
*>  "L"                         list the whole catalog
*>  "D OUT1.TXT"                drop one entry
*>  "M OUT1.TXT 7Y Y"           set retention class and legal hold
*>The M action's class is one of the table below, "*" to keep the
*>file forever, or "-" to leave the class alone; its hold token is
*>Y to place a legal hold, N to release one, or left off to leave
*>the hold alone.
    01 jclParm PIC X(200) VALUE SPACES.
    01 actionArgument PIC X(1) VALUE SPACE.
    01 cipherArgument PIC X(12) VALUE SPACES.
    01 modeArgument PIC X(3) VALUE SPACES.
    01 parmArgument PIC X(16) VALUE SPACES.
    01 layoutArgument PIC X(16) VALUE SPACES.
    01 classArgument PIC X(4) VALUE SPACES.
    01 holdArgument PIC X(1) VALUE SPACE.
    01 targetFileName PIC X(60) VALUE SPACES.
    01 catalogFileName PIC X(60) VALUE SPACES.
    01 envFileName PIC X(60) VALUE SPACES.
       88 registerSucceeded VALUE 'Y'.
       88 registerFailed VALUE 'N'.

*>retention classes - the name carried on the catalog entry and the
*>days past its run date the file is kept. CatalogPurge carries the
*>same table to do the arithmetic, so keep the two in step. A new
*>registration starts in the class named by the CATRETAIN
*>environment variable, or with none (kept forever) when that is
*>unset; a re-registration keeps whatever class and hold the entry
*>already had.
    01 retentionClassValues PIC X(40) VALUE
        "30D 003090D 00901Y  03663Y  10967Y  2557".
    01 retentionClassTable REDEFINES retentionClassValues.
       05 retentionClassEntry OCCURS 5 TIMES.
          10 retentionClassName PIC X(4).
          10 retentionClassDays PIC 9(4).
    01 classIndex PIC 9(1) VALUE ZERO.
    01 classFoundFlag PIC X(1) VALUE 'N'.
       88 classWasFound VALUE 'Y'.
       88 classWasNotFound VALUE 'N'.
    01 classToCheck PIC X(4) VALUE SPACES.
    01 savedRetentionClass PIC X(4) VALUE SPACES.
    01 savedLegalHold PIC X(1) VALUE 'N'.
    01 displayRetentionClass PIC X(12) VALUE SPACES.

*>byte-walk plumbing for measuring the registered file, same
*>one-byte CBL_* reads and running checksum the fileIOTest
*>preflight computes
              PERFORM listWholeCatalog
          WHEN 'D' WHEN 'd'
              PERFORM dropOneEntry
          WHEN 'M' WHEN 'm'
              PERFORM maintainRetention
          WHEN OTHER
              DISPLAY "UNKNOWN ACTION - USE R (REGISTER), "
                  "I (INQUIRE), L (LIST), D (DROP), OR M (MAINTAIN "
                  "RETENTION)"
              PERFORM flagRunFailed
      END-EVALUATE.
      CLOSE catalogFile.
            WHEN 'R' WHEN 'r'
                UNSTRING jclParm DELIMITED BY ALL SPACE
                    INTO actionArgument cipherArgument modeArgument
                        parmArgument targetFileName layoutArgument
            WHEN 'I' WHEN 'i' WHEN 'D' WHEN 'd'
                UNSTRING jclParm DELIMITED BY ALL SPACE
                    INTO actionArgument targetFileName
            WHEN 'M' WHEN 'm'
                UNSTRING jclParm DELIMITED BY ALL SPACE
                    INTO actionArgument targetFileName classArgument
                        holdArgument
        END-EVALUATE
    ELSE
        DISPLAY "ENTER ACTION - R REGISTER, I INQUIRE, L LIST, "
            "D DROP, M MAINTAIN RETENTION: "
        ACCEPT actionArgument FROM SYSIN
        IF actionArgument = 'R' OR actionArgument = 'r'
            DISPLAY "ENTER CIPHER NAME (CAESAR OR DES): "
            ACCEPT modeArgument FROM SYSIN
            DISPLAY "ENTER SHIFT, KEYWORD, OR KEY LABEL: "
            ACCEPT parmArgument FROM SYSIN
            DISPLAY "ENTER FIELD LAYOUT (BLANK FOR WHOLE RECORDS): "
            ACCEPT layoutArgument FROM SYSIN
        END-IF
        IF actionArgument NOT = 'L' AND actionArgument NOT = 'l'
            DISPLAY "ENTER OUTPUT FILE NAME: "
            ACCEPT targetFileName FROM SYSIN
        END-IF
        IF actionArgument = 'M' OR actionArgument = 'm'
            DISPLAY "ENTER RETENTION CLASS (30D 90D 1Y 3Y 7Y, * TO "
                "KEEP FOREVER, - TO LEAVE AS IS): "
            ACCEPT classArgument FROM SYSIN
            DISPLAY "ENTER LEGAL HOLD (Y PLACE, N RELEASE, BLANK TO "
                "LEAVE AS IS): "
            ACCEPT holdArgument FROM SYSIN
        END-IF
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "CATALOG".
    IF envFileName NOT = SPACES
        GOBACK
    END-IF.
    PERFORM measureTargetFile.
    PERFORM pickRetentionForRegister.
    MOVE targetFileName TO catOutputFile.
    MOVE cipherArgument TO catCipher.
    MOVE modeArgument TO catMode.
    MOVE parmArgument TO catParm.
    MOVE layoutArgument TO catLayout.
    ACCEPT runDateStamp FROM DATE YYYYMMDD.
    MOVE runDateStamp TO catRunDate.
    MOVE measuredByteCount TO catByteCount.
    MOVE measuredChecksum TO catChecksum.
    MOVE savedRetentionClass TO catRetentionClass.
    MOVE savedLegalHold TO catLegalHold.
*>WRITE first, REWRITE on a duplicate key - re-encrypting a file
*>replaces its catalog entry, which is exactly what the operator
*>wants to find later
    END-IF.
    EXIT.

pickRetentionForRegister SECTION.
*>a re-encrypt over a catalogued name replaces the entry's cipher,
*>parameters and measurements, but the retention class and any
*>legal hold belong to the file, not to the run - carry them over.
*>A new entry starts from the installation default.
    MOVE targetFileName TO catOutputFile.
    READ catalogFile
        INVALID KEY
            MOVE SPACES TO savedRetentionClass
            MOVE 'N' TO savedLegalHold
            ACCEPT envFileName FROM ENVIRONMENT "CATRETAIN"
            IF envFileName NOT = SPACES
                MOVE envFileName TO classToCheck
                PERFORM findRetentionClass
                IF classWasFound
                    MOVE classToCheck TO savedRetentionClass
                ELSE
                    DISPLAY "WARNING - CATRETAIN CLASS " classToCheck
                        " UNKNOWN, ENTRY KEPT FOREVER"
                END-IF
            END-IF
        NOT INVALID KEY
            MOVE catRetentionClass TO savedRetentionClass
            MOVE catLegalHold TO savedLegalHold
    END-READ.
    EXIT.

findRetentionClass SECTION.
    SET classWasNotFound TO TRUE.
    PERFORM matchOneRetentionClass
        VARYING classIndex FROM 1 BY 1
        UNTIL classIndex > 5 OR classWasFound.
    EXIT.

matchOneRetentionClass SECTION.
    IF retentionClassName(classIndex) = classToCheck
        SET classWasFound TO TRUE
    END-IF.
    EXIT.

maintainRetention SECTION.
*>the one place a retention class or legal hold is changed - the
*>entry must already exist, the class must be a known one, and each
*>change is echoed old-to-new so the job log records who moved what
    IF targetFileName = SPACES OR classArgument = SPACES
        DISPLAY "MAINTAIN NEEDS A FILE NAME AND A RETENTION CLASS "
            "(OR - TO LEAVE IT AS IS)"
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    INSPECT classArgument CONVERTING "dy" TO "DY".
    INSPECT holdArgument CONVERTING "yn" TO "YN".
    IF holdArgument NOT = SPACE AND holdArgument NOT = 'Y'
        AND holdArgument NOT = 'N'
        DISPLAY "LEGAL HOLD MUST BE Y (PLACE) OR N (RELEASE): "
            holdArgument
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    IF classArgument NOT = "-" AND classArgument NOT = "*"
        MOVE classArgument TO classToCheck
        PERFORM findRetentionClass
        IF classWasNotFound
            DISPLAY "UNKNOWN RETENTION CLASS " classArgument
                " - USE 30D 90D 1Y 3Y 7Y, OR * TO KEEP FOREVER"
            PERFORM flagRunFailed
            GOBACK
        END-IF
    END-IF.
    MOVE targetFileName TO catOutputFile.
    READ catalogFile
        INVALID KEY
            DISPLAY "FILE NOT IN CATALOG: " targetFileName
            PERFORM flagRunFailed
            GOBACK
    END-READ.
    MOVE catRetentionClass TO savedRetentionClass.
    MOVE catLegalHold TO savedLegalHold.
    EVALUATE classArgument
        WHEN "-"
            CONTINUE
        WHEN "*"
            MOVE SPACES TO catRetentionClass
        WHEN OTHER
            MOVE classArgument TO catRetentionClass
    END-EVALUATE.
    IF holdArgument NOT = SPACE
        MOVE holdArgument TO catLegalHold
    END-IF.
    REWRITE catalogRecord
        INVALID KEY
            DISPLAY "CATALOG MAINTENANCE FAILED, STATUS = "
                catalogFileStatus
            PERFORM flagRunFailed
            GOBACK
    END-REWRITE.
    DISPLAY "RETENTION MAINTAINED: " targetFileName.
    DISPLAY "  CLASS " savedRetentionClass " -> " catRetentionClass
        "  LEGAL HOLD " savedLegalHold " -> " catLegalHold.
    EXIT.

inquireOneFile SECTION.
    IF targetFileName = SPACES
        DISPLAY "INQUIRE NEEDS A FILE NAME"
    DISPLAY "CIPHER ...............: " catCipher.
    DISPLAY "MODE .................: " catMode.
    DISPLAY "SHIFT/KEYWORD/LABEL ..: " catParm.
    IF catLayout NOT = SPACES
        DISPLAY "FIELD LAYOUT .........: " catLayout
    END-IF.
    DISPLAY "RUN DATE .............: " catRunDate.
    DISPLAY "BYTES AT REGISTRATION : " catByteCount.
    DISPLAY "CHECKSUM AT REG ......: " catChecksum.
    PERFORM buildRetentionDisplay.
    DISPLAY "RETENTION CLASS ......: " displayRetentionClass.
    IF catIsOnLegalHold
        DISPLAY "LEGAL HOLD ...........: YES - NEVER PURGED WHILE HELD"
    ELSE
        DISPLAY "LEGAL HOLD ...........: NO"
    END-IF.
    PERFORM buildDecryptHint.
    DISPLAY "DECRYPT WITH .........: " catCipher " "
        decryptModeToken " " catParm " " catLayout.
    PERFORM measureTargetFile.
    DISPLAY "BYTES NOW ............: " measuredByteCount.
    DISPLAY "CHECKSUM NOW .........: " measuredChecksum.
    DISPLAY "===========================".
    EXIT.

buildRetentionDisplay SECTION.
    IF catRetentionClass = SPACES
        MOVE "KEEP FOREVER" TO displayRetentionClass
    ELSE
        MOVE catRetentionClass TO displayRetentionClass
    END-IF.
    EXIT.

buildDecryptHint SECTION.
*>the registered mode is the encrypting one - tell the operator
*>its decrypting partner so the answer to "how do I decrypt this"
        NOT AT END
            ADD 1 TO listedEntries
            DISPLAY catOutputFile " " catCipher " " catMode " "
                catRunDate " " catByteCount " " catLayout " "
                catRetentionClass " " catLegalHold
    END-READ.
    EXIT.

