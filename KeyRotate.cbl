ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ringFile ASSIGN TO DYNAMIC ringFileName *>Keyring maintained by KeyVault - read here only to prove both labels exist and are inside their dates
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ringFileStatus.
SELECT catalogFile ASSIGN TO DYNAMIC catalogFileName *>Same system of record CipherCatalog keeps, walked read-only here
DATA DIVISION.
FILE SECTION.
FD ringFile.
*>same layout KeyVault owns - keep the two in step
01 ringRecord.
   05 ringLabel PIC X(16).
   05 ringKey PIC X(24).
   05 ringActiveDate PIC X(8).
   05 ringEncryptUntil PIC X(8).
   05 ringDecryptUntil PIC X(8).
FD catalogFile.
*>same fixed layout CipherCatalog owns - keep the two in step if a
*>field ever changes
   05 catRunDate PIC X(8).
   05 catByteCount PIC 9(9).
   05 catChecksum PIC 9(9).
   05 catLayout PIC X(16).
   05 catRetentionClass PIC X(4).
   05 catLegalHold PIC X(1).

WORKING-STORAGE SECTION.

*>Every DES catalog entry registered under the old label is
*>decrypted with it and re-encrypted under the new one, and only a
*>rotation that finishes every file hands the old label to
*>KeyVault's delete action - which only queues the delete for a
*>second operator to approve - while a rotation that stops halfway
*>reports exactly which files still depend on the old key instead.
    01 jclParm PIC X(80) VALUE SPACES.
    01 oldLabelArgument PIC X(16) VALUE SPACES.
    01 newLabelArgument PIC X(16) VALUE SPACES.
    01 newLabelFoundFlag PIC X(1) VALUE 'N'.
       88 newLabelWasFound VALUE 'Y'.
       88 newLabelWasNotFound VALUE 'N'.
    01 oldDecryptUntil PIC X(8) VALUE SPACES.
    01 newActiveDate PIC X(8) VALUE SPACES.
    01 newEncryptUntil PIC X(8) VALUE SPACES.
    01 todayStamp PIC 9(8) VALUE ZERO.
    01 todayText PIC X(8) VALUE SPACES.

*>every matching catalog entry is collected up front, before any
*>cipher run touches the catalog - DESCipher re-registers each
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
*>DESCipher enforces each label's dates, so check them here too -
*>the old label must still be inside its decrypt period and the
*>new one inside its encrypt period, or every file would be left
*>decrypted to scratch by a re-encrypt the vault refuses
    ACCEPT todayStamp FROM DATE YYYYMMDD.
    MOVE todayStamp TO todayText.
    IF oldDecryptUntil NOT = SPACES AND todayText > oldDecryptUntil
        DISPLAY "RETIRING LABEL " oldLabelArgument " DECRYPT PERIOD "
            "ENDED " oldDecryptUntil " - EXTEND IT WITH KEYVAULT A "
            "FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF (newActiveDate NOT = SPACES AND todayText < newActiveDate)
        OR (newEncryptUntil NOT = SPACES
            AND todayText > newEncryptUntil)
        DISPLAY "REPLACEMENT LABEL " newLabelArgument " CANNOT "
            "ENCRYPT TODAY - ACTIVE " newActiveDate " ENCRYPT UNTIL "
            newEncryptUntil
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

checkOneRingEntry SECTION.
      NOT AT END
        IF ringLabel = oldLabelArgument
            SET oldLabelWasFound TO TRUE
            MOVE ringDecryptUntil TO oldDecryptUntil
        END-IF
        IF ringLabel = newLabelArgument
            SET newLabelWasFound TO TRUE
            MOVE ringActiveDate TO newActiveDate
            MOVE ringEncryptUntil TO newEncryptUntil
        END-IF
      AT END
        SET atEndOfRingFile TO TRUE
*>every file is off the old key, so the label is safe to retire -
*>hand it to KeyVault's own delete action through the same stamped
*>block the ciphers accept, so the vault stays the only program
*>that rewrites the ring. The vault only queues the delete; the
*>label stays on the ring until a different operator approves it.
*>A return code of 4 means the delete is already waiting (or the
*>label is already gone), which leaves nothing for this run to do.
    MOVE SPACES TO cipherCallText.
    STRING "D " DELIMITED BY SIZE
           oldLabelArgument DELIMITED BY SPACE
                MOVE 8 TO cipherCallReturnCode
            END-IF
    END-CALL.
    EVALUATE cipherCallReturnCode
        WHEN 0
            DISPLAY "DELETE OF RETIRED LABEL REQUESTED - PENDING "
                "APPROVAL BY A SECOND OPERATOR: " oldLabelArgument
        WHEN 4
            DISPLAY "DELETE OF RETIRED LABEL ALREADY PENDING OR "
                "ALREADY DONE: " oldLabelArgument
        WHEN OTHER
            DISPLAY "KEY VAULT COULD NOT QUEUE DELETE OF RETIRED "
                "LABEL: " oldLabelArgument
            MOVE 8 TO RETURN-CODE
    END-EVALUATE.
    EXIT.

END PROGRAM KeyRotate.
