    ACCESS MODE IS DYNAMIC
    RECORD KEY IS oldCatOutputFile
    FILE STATUS IS oldCatalogFileStatus.
SELECT preLayoutCatalogFile ASSIGN TO DYNAMIC oldCatalogFileName *>The same old catalog as written before the field layout name was added
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS preLayoutCatOutputFile
    FILE STATUS IS oldCatalogFileStatus.
SELECT newCatalogFile ASSIGN TO DYNAMIC newCatalogFileName *>The rebuilt catalog in the current layout
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
   05 oldCatRunDate PIC X(8).
   05 oldCatByteCount PIC 9(9).
   05 oldCatChecksum PIC 9(9).
FD preLayoutCatalogFile.
*>the layout CipherCatalog wrote after the mode token widened but
*>before the field layout name was added at the end of the record
01 preLayoutCatalogRecord.
   05 preLayoutCatOutputFile PIC X(60).
   05 preLayoutCatCipher PIC X(12).
   05 preLayoutCatMode PIC X(3).
   05 preLayoutCatParm PIC X(16).
   05 preLayoutCatRunDate PIC X(8).
   05 preLayoutCatByteCount PIC 9(9).
   05 preLayoutCatChecksum PIC 9(9).
FD newCatalogFile.
*>same current layout CipherCatalog owns - keep the two in step if
*>a field ever changes
   05 newCatRunDate PIC X(8).
   05 newCatByteCount PIC 9(9).
   05 newCatChecksum PIC 9(9).
   05 newCatLayout PIC X(16).
   05 newCatRetentionClass PIC X(4).
   05 newCatLegalHold PIC X(1).

WORKING-STORAGE SECTION.

       88 notAtEndOfOldCatalog VALUE 'N'.
    01 entriesConverted PIC 9(5) VALUE ZERO.
    01 entriesFailed PIC 9(5) VALUE ZERO.
*>which earlier layout the old catalog turned out to be in - each
*>is tried newest first, see openBothCatalogs
    01 oldLayoutFlag PIC X(1) VALUE SPACE.
       88 oldIsTwoCharMode VALUE '2'.
       88 oldIsPreLayout VALUE 'L'.

PROCEDURE DIVISION.
CONTROLFLOW SECTION.
      PERFORM readRunParameters.
      PERFORM openBothCatalogs.
      EVALUATE TRUE
          WHEN oldIsPreLayout
              PERFORM convertOnePreLayoutEntry UNTIL atEndOfOldCatalog
              CLOSE preLayoutCatalogFile
          WHEN OTHER
              PERFORM convertOneEntry UNTIL atEndOfOldCatalog
              CLOSE oldCatalogFile
      END-EVALUATE.
      CLOSE newCatalogFile.
      PERFORM writeUpgradeSummary.
      STOP RUN.
    EXIT.

openBothCatalogs SECTION.
*>the old file is tried through each earlier layout, newest first -
*>a status 39 only says "not this layout", so it moves on to the
*>next one, and a 39 from every one of them means the file is
*>already current
    SET oldIsPreLayout TO TRUE.
    OPEN INPUT preLayoutCatalogFile.
    IF oldCatalogFileStatus = "39"
        SET oldIsTwoCharMode TO TRUE
        OPEN INPUT oldCatalogFile
    END-IF.
    IF oldCatalogFileStatus NOT = "00"
        DISPLAY "ERROR OPENING OLD CATALOG " oldCatalogFileName
            ": STATUS = " oldCatalogFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    EVALUATE TRUE
        WHEN oldIsPreLayout
            MOVE SPACES TO preLayoutCatOutputFile
            START preLayoutCatalogFile KEY NOT < preLayoutCatOutputFile
                INVALID KEY
                    SET atEndOfOldCatalog TO TRUE
            END-START
        WHEN OTHER
            MOVE SPACES TO oldCatOutputFile
            START oldCatalogFile KEY NOT < oldCatOutputFile
                INVALID KEY
                    SET atEndOfOldCatalog TO TRUE
            END-START
    END-EVALUATE.
    IF oldCatalogFileStatus = "00"
        SET notAtEndOfOldCatalog TO TRUE
    ELSE

convertOneEntry SECTION.
*>field-for-field copy - the two-character mode pads right into the
*>three-character field, fields added since start out as spaces,
*>everything else is unchanged
    READ oldCatalogFile NEXT
      AT END
        SET atEndOfOldCatalog TO TRUE
        MOVE oldCatRunDate TO newCatRunDate
        MOVE oldCatByteCount TO newCatByteCount
        MOVE oldCatChecksum TO newCatChecksum
        MOVE SPACES TO newCatLayout
        MOVE SPACES TO newCatRetentionClass
        MOVE 'N' TO newCatLegalHold
        WRITE newCatalogRecord
            INVALID KEY
                ADD 1 TO entriesFailed
    END-READ.
    EXIT.

convertOnePreLayoutEntry SECTION.
*>field-for-field copy - no entry written before the layout name
*>existed came from a field-level run, so the name starts as spaces,
*>and none has ever been given a retention class, so it comes across
*>kept forever and not held - nothing is purged until someone
*>classifies it
    READ preLayoutCatalogFile NEXT
      AT END
        SET atEndOfOldCatalog TO TRUE
      NOT AT END
        MOVE preLayoutCatOutputFile TO newCatOutputFile
        MOVE preLayoutCatCipher TO newCatCipher
        MOVE preLayoutCatMode TO newCatMode
        MOVE preLayoutCatParm TO newCatParm
        MOVE preLayoutCatRunDate TO newCatRunDate
        MOVE preLayoutCatByteCount TO newCatByteCount
        MOVE preLayoutCatChecksum TO newCatChecksum
        MOVE SPACES TO newCatLayout
        MOVE SPACES TO newCatRetentionClass
        MOVE 'N' TO newCatLegalHold
        WRITE newCatalogRecord
            INVALID KEY
                ADD 1 TO entriesFailed
                DISPLAY "ENTRY NOT CONVERTED, STATUS = "
                    newCatalogFileStatus ": " preLayoutCatOutputFile
            NOT INVALID KEY
                ADD 1 TO entriesConverted
        END-WRITE
    END-READ.
    EXIT.

writeUpgradeSummary SECTION.
    DISPLAY "===== CATALOG LAYOUT UPGRADE =====".
    DISPLAY "OLD CATALOG ..........: " oldCatalogFileName.
