SELECT OPTIONAL usageFile ASSIGN TO DYNAMIC usageFileName *>Cumulative key-usage history DESCipher appends, see reportKeyUsage
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS usageFileStatus.
SELECT OPTIONAL pendingFile ASSIGN TO DYNAMIC pendingFileName *>Key changes waiting for a second operator, see requestKeyAdd
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS pendingFileStatus.
SELECT catalogFile ASSIGN TO DYNAMIC catalogFileName *>Same system of record CipherCatalog keeps, walked read-only by the expiry listing
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS catOutputFile
    FILE STATUS IS catalogFileStatus.

DATA DIVISION.
FILE SECTION.
FD ringFile.
*>the key field carries a single 8-character DES key or a full
*>24-character triple-DES bundle of three keys laid end to end -
*>keep the layout in step with DESCipher's copy of it. The three
*>dates (YYYYMMDD, blank for no limit) are the label's usable
*>period, which DESCipher enforces; rows written before they
*>existed read back short and so come in blank.
01 ringRecord.
   05 ringLabel PIC X(16).
   05 ringKey PIC X(24).
   05 ringActiveDate PIC X(8).
   05 ringEncryptUntil PIC X(8).
   05 ringDecryptUntil PIC X(8).
FD usageFile.
*>one row per key resolution, successful or refused - the same
*>fixed layout DESCipher appends, so keep the two in step if a
*>field ever changes. This program adds one row for every step of
*>a key change's life under mode KA (add or replace) or KD
*>(delete): the two file-name fields then carry the operator who
*>took the step and the operator who requested the change, see
*>writeKeyChangeRecord.
01 usageRecord.
   05 usageRunDate PIC X(8).
   05 usageRunTime PIC X(8).
   05 usageLabel PIC X(16).
   05 usageMode PIC X(3).
      88 usageIsKeyChange VALUE "KA " "KD ".
   05 usageInputFile PIC X(60).
   05 usageOutputFile PIC X(60).
   05 usageResult PIC X(1). *>Y resolved, N refused (not on the ring), X refused (outside the label's dates); key changes Q requested, A approved, R rejected, T expired, S self-approval refused
FD pendingFile.
*>one row per key change waiting for its second operator - the
*>add's key and date tokens exactly as the requester gave them, so
*>approval replays the same change against the ring as it stands
*>then. The file is rewritten whole, like the ring, and holds only
*>changes still pending; the KEYUSAGE rows are their history.
01 pendingRecord.
   05 pendingLabel PIC X(16).
   05 pendingAction PIC X(1). *>A add or replace, D delete
   05 pendingKey PIC X(24).
   05 pendingActiveDate PIC X(8).
   05 pendingEncryptUntil PIC X(8).
   05 pendingDecryptUntil PIC X(8).
   05 pendingRequestedBy PIC X(16).
   05 pendingRequestDate PIC X(8).
   05 pendingRequestTime PIC X(8).
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

    01 actionArgument PIC X(1) VALUE SPACE.
    01 labelArgument PIC X(16) VALUE SPACES.
    01 keyArgument PIC X(24) VALUE SPACES.
    01 activeDateArgument PIC X(8) VALUE SPACES. *>A action - blank keeps the label's date, "*" clears it
    01 encryptUntilArgument PIC X(8) VALUE SPACES.
    01 decryptUntilArgument PIC X(8) VALUE SPACES.
    01 ringFileName PIC X(60) VALUE SPACES.
    01 envFileName PIC X(60) VALUE SPACES.
    01 ringFileStatus PIC X(2) VALUE SPACES.
       05 ringEntry OCCURS 100 TIMES.
          10 entryLabel PIC X(16).
          10 entryKey PIC X(24).
          10 entryActiveDate PIC X(8).
          10 entryEncryptUntil PIC X(8).
          10 entryDecryptUntil PIC X(8).
    01 entryIndex PIC 9(3) VALUE ZERO.
    01 matchIndex PIC 9(3) VALUE ZERO.

*>dual-control state - every add, replace and delete is queued as a
*>pending change by one operator and applied only when a different
*>operator approves it. The operator is the logged-on user id, and
*>a change nobody approves within KEYPENDDAYS days (7 when not set)
*>expires the next time the pending changes are read.
    01 pendingFileName PIC X(60) VALUE SPACES.
    01 pendingFileStatus PIC X(2) VALUE SPACES.
    01 endOfPendingFile PIC X(1) VALUE 'N'.
       88 atEndOfPendingFile VALUE 'Y'.
       88 notAtEndOfPendingFile VALUE 'N'.
    01 pendingDaysText PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
    01 pendingDaysNumber REDEFINES pendingDaysText PIC 9(4).
    01 operatorId PIC X(16) VALUE SPACES.
    01 pendingEntryCount PIC 9(3) VALUE ZERO.
    01 pendingEntryLimit PIC 9(3) VALUE 100.
    01 pendingTable.
       05 pendingEntry OCCURS 100 TIMES.
          10 pendEntryLabel PIC X(16).
          10 pendEntryAction PIC X(1).
             88 pendEntryIsAdd VALUE 'A'.
             88 pendEntryIsDelete VALUE 'D'.
          10 pendEntryKey PIC X(24).
          10 pendEntryActiveDate PIC X(8).
          10 pendEntryEncryptUntil PIC X(8).
          10 pendEntryDecryptUntil PIC X(8).
          10 pendEntryRequestedBy PIC X(16).
          10 pendEntryRequestDate PIC X(8).
          10 pendEntryRequestTime PIC X(8).
    01 pendingIndex PIC 9(3) VALUE ZERO.
    01 pendingMatchIndex PIC 9(3) VALUE ZERO.
    01 expiredChangeCount PIC 9(3) VALUE ZERO.
    01 todayDayNumber PIC 9(7) VALUE ZERO.
    01 requestDateText PIC X(8) VALUE SPACES.
    01 requestDateParts REDEFINES requestDateText.
       05 requestDateYear PIC 9(4).
       05 requestDateMonth PIC 9(2).
       05 requestDateDay PIC 9(2).
    01 requestDateNumber REDEFINES requestDateText PIC 9(8).
    01 pendingAgeDays PIC S9(7) VALUE ZERO.
    01 displayAgeDays PIC 9(4) VALUE ZERO.
    01 changeTimeStamp PIC 9(8) VALUE ZERO.
    01 changeModeToken PIC X(3) VALUE SPACES. *>KA or KD on the KEYUSAGE row
    01 changeResult PIC X(1) VALUE SPACE.
    01 changeRequestedBy PIC X(16) VALUE SPACES.
    01 changeActionWord PIC X(11) VALUE SPACES.

*>usable-period state for the add action - the label's dates after
*>the PARM's changes are applied, checked as a set before anything
*>is stored, see applyKeyDates
    01 newActiveDate PIC X(8) VALUE SPACES.
    01 newEncryptUntil PIC X(8) VALUE SPACES.
    01 newDecryptUntil PIC X(8) VALUE SPACES.
    01 dateToCheck PIC X(8) VALUE SPACES.
    01 dateToCheckParts REDEFINES dateToCheck.
       05 dateToCheckYear PIC 9(4).
       05 dateToCheckMonth PIC 9(2).
       05 dateToCheckDay PIC 9(2).
    01 dateCheckFlag PIC X(1) VALUE 'Y'.
       88 dateIsValid VALUE 'Y'.
       88 dateIsNotValid VALUE 'N'.
    01 displayActiveDate PIC X(8) VALUE SPACES.
    01 displayEncryptUntil PIC X(8) VALUE SPACES.
    01 displayDecryptUntil PIC X(8) VALUE SPACES.
    01 pendingDateShown PIC X(8) VALUE SPACES. *>one pending-change date as listed

*>expiry listing state - the look-ahead in days, the horizon date it
*>works out to, and the catalog walked once per expiring label
    01 daysAheadText PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
    01 daysAheadNumber REDEFINES daysAheadText PIC 9(4).
    01 todayStamp PIC 9(8) VALUE ZERO.
    01 todayText PIC X(8) VALUE SPACES.
    01 horizonStamp PIC 9(8) VALUE ZERO.
    01 horizonText PIC X(8) VALUE SPACES.
    01 catalogFileName PIC X(60) VALUE SPACES.
    01 catalogFileStatus PIC X(2) VALUE SPACES.
    01 catalogOpenFlag PIC X(1) VALUE 'N'.
       88 catalogIsOpen VALUE 'Y'.
       88 catalogIsNotOpen VALUE 'N'.
    01 endOfCatalog PIC X(1) VALUE 'N'.
       88 atEndOfCatalog VALUE 'Y'.
       88 notAtEndOfCatalog VALUE 'N'.
    01 labelIsExpiringFlag PIC X(1) VALUE 'N'.
       88 labelIsExpiring VALUE 'Y'.
       88 labelIsNotExpiring VALUE 'N'.
    01 expiringLabelCount PIC 9(3) VALUE ZERO.
    01 filesUnderLabel PIC 9(5) VALUE ZERO.
    01 filesUnderExpiringTotal PIC 9(7) VALUE ZERO.

*>key-usage report state - the requested period, the usage history
*>rolled up one entry per label, and the tallies the compliance
*>answer needs: who used each label, who was refused it, and which
          10 usageEntryLabel PIC X(16).
          10 usageUseCount PIC 9(7).
          10 usageFailCount PIC 9(7).
          10 usageDateRefusedCount PIC 9(7).
          10 usageLastDate PIC X(8).
    01 usageIndex PIC 9(3) VALUE ZERO.
    01 usageMatchIndex PIC 9(3) VALUE ZERO.
    01 recordsInPeriod PIC 9(7) VALUE ZERO.
    01 overflowUsageRuns PIC 9(7) VALUE ZERO.
    01 failedLookupTotal PIC 9(7) VALUE ZERO.
    01 dateRefusalTotal PIC 9(7) VALUE ZERO. *>Label on the ring but used outside its dates - usage result X
    01 neverUsedCount PIC 9(3) VALUE ZERO.
    01 offRingCount PIC 9(3) VALUE ZERO.
    01 keyChangeCount PIC 9(3) VALUE ZERO.
    01 keyChangeLimit PIC 9(3) VALUE 200.
    01 keyChangeTable.
       05 keyChangeEntry OCCURS 200 TIMES.
          10 keyChangeDate PIC X(8).
          10 keyChangeTime PIC X(8).
          10 keyChangeLabel PIC X(16).
          10 keyChangeMode PIC X(3).
          10 keyChangeResult PIC X(1).
          10 keyChangeBy PIC X(16).
          10 keyChangeRequestedBy PIC X(16).
    01 keyChangeIndex PIC 9(3) VALUE ZERO.
    01 overflowKeyChanges PIC 9(7) VALUE ZERO.
    01 changesRequested PIC 9(7) VALUE ZERO.
    01 changesApproved PIC 9(7) VALUE ZERO.
    01 changesRejected PIC 9(7) VALUE ZERO.
    01 changesExpired PIC 9(7) VALUE ZERO.
    01 selfApprovalsRefused PIC 9(7) VALUE ZERO.
    01 displayChangeResult PIC X(24) VALUE SPACES.

LINKAGE SECTION.
*>same stamped parameter block the cipher programs accept - the key
      PERFORM loadRing.
      EVALUATE actionArgument
          WHEN 'A' WHEN 'a'
              PERFORM requestKeyAdd
          WHEN 'D' WHEN 'd'
              PERFORM requestKeyDelete
          WHEN 'C' WHEN 'c'
              PERFORM approvePendingChange
          WHEN 'X' WHEN 'x'
              PERFORM rejectPendingChange
          WHEN 'P' WHEN 'p'
              PERFORM listPendingChanges
          WHEN 'L' WHEN 'l'
              PERFORM listRingLabels
          WHEN 'R' WHEN 'r'
              PERFORM reportKeyUsage
          WHEN 'E' WHEN 'e'
              PERFORM listExpiringLabels
          WHEN OTHER
              DISPLAY "UNKNOWN ACTION - USE A (ADD), D (DELETE), "
                  "C (APPROVE), X (REJECT), P (PENDING), L (LIST), "
                  "R (USAGE REPORT), OR E (EXPIRING)"
              PERFORM flagRunFailed
      END-EVALUATE.
*>a standalone step must end with STOP RUN to keep its RETURN-CODE

readRunParameters SECTION.
*>PARM is "A LABEL KEY" to add or replace a key, "D LABEL" to delete
*>one - both only queue the change, which a different operator then
*>applies with "C LABEL" or throws away with "X LABEL"; "P" lists
*>what is waiting. "L" lists the labels on the ring, or "R FROM
*>TO" (dates as YYYYMMDD, both optional) for the key-usage report,
*>which also shows every step of every key change. An add can go
*>on to give the label's usable period as three more YYYYMMDD
*>tokens - "A LABEL KEY ACTIVE ENCRYPTUNTIL DECRYPTUNTIL" - where a
*>blank keeps the date already on the ring and "*" clears it. "E N"
*>lists every label whose encrypt or decrypt period ends within the
*>next N days (30 when N is left off) with the catalog entries still
*>encrypted under it. The ring file
*>itself comes from the KEYRING environment variable so JCL never
*>has to name it (or the key) in clear text - that is the whole
*>point of keeping the keys here instead of on the cipher PARM.
    IF jclParm NOT = SPACES
        UNSTRING jclParm DELIMITED BY ALL SPACE
            INTO actionArgument labelArgument keyArgument
                activeDateArgument encryptUntilArgument
                decryptUntilArgument
        IF actionArgument = 'E' OR actionArgument = 'e'
            MOVE SPACES TO labelArgument keyArgument
            UNSTRING jclParm DELIMITED BY ALL SPACE
                INTO actionArgument daysAheadText
        END-IF
        IF actionArgument = 'R' OR actionArgument = 'r'
*>the report's tokens are dates, not a label and key - reparse the
*>row into the right fields and leave the label/key blank
                INTO actionArgument fromDateArgument toDateArgument
        END-IF
    ELSE
        DISPLAY "ENTER ACTION - A TO ADD, D TO DELETE, C TO APPROVE, "
            "X TO REJECT, P FOR PENDING, L TO LIST, "
            "R FOR USAGE REPORT, E FOR EXPIRING LABELS: "
        ACCEPT actionArgument FROM SYSIN
        IF actionArgument = 'E' OR actionArgument = 'e'
            DISPLAY "ENTER DAYS TO LOOK AHEAD (BLANK FOR 30): "
            ACCEPT daysAheadText FROM SYSIN
        END-IF
        IF actionArgument = 'R' OR actionArgument = 'r'
            DISPLAY "ENTER PERIOD START (YYYYMMDD, BLANK FOR ALL): "
            ACCEPT fromDateArgument FROM SYSIN
        END-IF
        IF actionArgument NOT = 'L' AND actionArgument NOT = 'l'
            AND actionArgument NOT = 'R' AND actionArgument NOT = 'r'
            AND actionArgument NOT = 'E' AND actionArgument NOT = 'e'
            AND actionArgument NOT = 'P' AND actionArgument NOT = 'p'
            DISPLAY "ENTER KEY LABEL: "
            ACCEPT labelArgument FROM SYSIN
        END-IF
            DISPLAY "ENTER 8 CHARACTER KEY (OR 24 FOR A TRIPLE "
                "DES BUNDLE): "
            ACCEPT keyArgument FROM SYSIN
            DISPLAY "ENTER ACTIVATION DATE YYYYMMDD (BLANK TO KEEP, "
                "* TO CLEAR): "
            ACCEPT activeDateArgument FROM SYSIN
            DISPLAY "ENTER ENCRYPT-UNTIL DATE YYYYMMDD (BLANK TO "
                "KEEP, * TO CLEAR): "
            ACCEPT encryptUntilArgument FROM SYSIN
            DISPLAY "ENTER DECRYPT-UNTIL DATE YYYYMMDD (BLANK TO "
                "KEEP, * TO CLEAR): "
            ACCEPT decryptUntilArgument FROM SYSIN
        END-IF
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "KEYRING".
    ELSE
        MOVE "keyUsage.dat" TO usageFileName
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "CATALOG".
    IF envFileName NOT = SPACES
        MOVE envFileName TO catalogFileName
    ELSE
        MOVE "cipherCatalog.dat" TO catalogFileName
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "KEYPENDING".
    IF envFileName NOT = SPACES
        MOVE envFileName TO pendingFileName
    ELSE
        MOVE "keyPending.dat" TO pendingFileName
    END-IF.
    ACCEPT pendingDaysText FROM ENVIRONMENT "KEYPENDDAYS".
    ACCEPT envFileName FROM ENVIRONMENT "USER".
    IF envFileName = SPACES
        ACCEPT envFileName FROM ENVIRONMENT "LOGNAME"
    END-IF.
    MOVE envFileName TO operatorId.
    EXIT.

loadRing SECTION.
        ADD 1 TO ringEntryCount
        MOVE ringLabel TO entryLabel(ringEntryCount)
        MOVE ringKey TO entryKey(ringEntryCount)
        MOVE ringActiveDate TO entryActiveDate(ringEntryCount)
        MOVE ringEncryptUntil TO entryEncryptUntil(ringEntryCount)
        MOVE ringDecryptUntil TO entryDecryptUntil(ringEntryCount)
        IF ringLabel = labelArgument
            MOVE ringEntryCount TO matchIndex
        END-IF
    END-READ.
    EXIT.

validateKeyAdd SECTION.
    IF labelArgument = SPACES OR keyArgument = SPACES
        DISPLAY "ADD NEEDS BOTH A LABEL AND AN 8 OR 24 CHARACTER "
            "KEY"
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    PERFORM applyKeyDates.
    EXIT.

addKeyToRing SECTION.
    IF matchIndex > 0
        MOVE keyArgument TO entryKey(matchIndex)
        MOVE newActiveDate TO entryActiveDate(matchIndex)
        MOVE newEncryptUntil TO entryEncryptUntil(matchIndex)
        MOVE newDecryptUntil TO entryDecryptUntil(matchIndex)
        DISPLAY "KEY REPLACED FOR LABEL: " labelArgument
    ELSE
        IF ringEntryCount >= ringEntryLimit
        ADD 1 TO ringEntryCount
        MOVE labelArgument TO entryLabel(ringEntryCount)
        MOVE keyArgument TO entryKey(ringEntryCount)
        MOVE newActiveDate TO entryActiveDate(ringEntryCount)
        MOVE newEncryptUntil TO entryEncryptUntil(ringEntryCount)
        MOVE newDecryptUntil TO entryDecryptUntil(ringEntryCount)
        DISPLAY "KEY STORED FOR LABEL: " labelArgument
    END-IF.
    PERFORM rewriteRing.
    EXIT.

applyKeyDates SECTION.
*>start from the dates the label already has (none for a new
*>label), lay the PARM's changes over them, and check the result
*>as a set - the label must go active before its encrypt period
*>ends, and it must stay decryptable at least as long as it can
*>encrypt, or files written on its last encrypt day could never be
*>read back under it
    MOVE SPACES TO newActiveDate newEncryptUntil newDecryptUntil.
    IF matchIndex > 0
        MOVE entryActiveDate(matchIndex) TO newActiveDate
        MOVE entryEncryptUntil(matchIndex) TO newEncryptUntil
        MOVE entryDecryptUntil(matchIndex) TO newDecryptUntil
    END-IF.
    IF activeDateArgument = "*"
        MOVE SPACES TO newActiveDate
    ELSE
        IF activeDateArgument NOT = SPACES
            MOVE activeDateArgument TO dateToCheck
            PERFORM checkOneKeyDate
            MOVE activeDateArgument TO newActiveDate
        END-IF
    END-IF.
    IF encryptUntilArgument = "*"
        MOVE SPACES TO newEncryptUntil
    ELSE
        IF encryptUntilArgument NOT = SPACES
            MOVE encryptUntilArgument TO dateToCheck
            PERFORM checkOneKeyDate
            MOVE encryptUntilArgument TO newEncryptUntil
        END-IF
    END-IF.
    IF decryptUntilArgument = "*"
        MOVE SPACES TO newDecryptUntil
    ELSE
        IF decryptUntilArgument NOT = SPACES
            MOVE decryptUntilArgument TO dateToCheck
            PERFORM checkOneKeyDate
            MOVE decryptUntilArgument TO newDecryptUntil
        END-IF
    END-IF.
    IF newActiveDate NOT = SPACES AND newEncryptUntil NOT = SPACES
        AND newEncryptUntil < newActiveDate
        DISPLAY "ENCRYPT-UNTIL DATE " newEncryptUntil
            " IS BEFORE ACTIVATION DATE " newActiveDate
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    IF newDecryptUntil NOT = SPACES
        AND (newEncryptUntil = SPACES
            OR newDecryptUntil < newEncryptUntil)
        DISPLAY "DECRYPT-UNTIL DATE NEEDS AN ENCRYPT-UNTIL DATE ON "
            "OR BEFORE IT"
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    EXIT.

checkOneKeyDate SECTION.
*>a plain shape check - eight digits, a real month, a day that can
*>exist in some month. The dates are compared as text against
*>today's YYYYMMDD, so that is all the ordering needs.
    SET dateIsValid TO TRUE.
    IF dateToCheck NOT NUMERIC
        SET dateIsNotValid TO TRUE
    ELSE
        IF dateToCheckMonth < 1 OR dateToCheckMonth > 12
            OR dateToCheckDay < 1 OR dateToCheckDay > 31
            SET dateIsNotValid TO TRUE
        END-IF
    END-IF.
    IF dateIsNotValid
        DISPLAY "NOT A DATE - USE YYYYMMDD, OR * TO CLEAR: "
            dateToCheck
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    EXIT.

deleteKeyFromRing SECTION.
    PERFORM closeRingGap
        VARYING entryIndex FROM matchIndex BY 1
        UNTIL entryIndex >= ringEntryCount.
    PERFORM rewriteRing.
    EXIT.

warnLabelNotOnRing SECTION.
*>a label already gone is worth a warning, not a failure - but the
*>caller (or COND check) still gets to see it was not there
    DISPLAY "LABEL NOT ON KEYRING: " labelArgument.
    MOVE 4 TO RETURN-CODE.
    IF ADDRESS OF calledParmBlock NOT = NULL
        AND calledParmIsStamped
        MOVE 4 TO calledParmReturnCode
        GOBACK
    END-IF.
    STOP RUN.
    EXIT.

closeRingGap SECTION.
    MOVE ringEntry(entryIndex + 1) TO ringEntry(entryIndex).
    EXIT.

requestKeyAdd SECTION.
*>the add is checked in full now - key shape and the label's dates
*>against the ring as it stands - so the second operator is never
*>asked to approve something that could not be applied
    PERFORM openChangeControl.
    PERFORM validateKeyAdd.
    PERFORM findPendingChange.
    IF pendingMatchIndex > 0
        DISPLAY "A CHANGE IS ALREADY PENDING FOR LABEL "
            labelArgument " - APPROVE OR REJECT IT FIRST"
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    MOVE 'A' TO pendingAction.
    PERFORM queuePendingChange.
    MOVE "KA " TO changeModeToken.
    IF matchIndex > 0
        DISPLAY "KEY REPLACEMENT FOR LABEL " labelArgument
            " REQUESTED BY " operatorId
    ELSE
        DISPLAY "KEY ADD FOR LABEL " labelArgument
            " REQUESTED BY " operatorId
    END-IF.
    PERFORM logChangeRequest.
    EXIT.

requestKeyDelete SECTION.
    PERFORM openChangeControl.
    IF matchIndex = 0
        PERFORM warnLabelNotOnRing
    END-IF.
    PERFORM findPendingChange.
*>asking again for a delete that is already waiting changes nothing
*>- a warning, so a rerun of the job that asked is not a failure
    IF pendingMatchIndex > 0
        IF pendEntryIsDelete(pendingMatchIndex)
            DISPLAY "DELETE ALREADY PENDING FOR LABEL " labelArgument
                " - REQUESTED BY " pendEntryRequestedBy(pendingMatchIndex)
            MOVE 4 TO RETURN-CODE
            IF ADDRESS OF calledParmBlock NOT = NULL
                AND calledParmIsStamped
                MOVE 4 TO calledParmReturnCode
                GOBACK
            END-IF
            STOP RUN
        END-IF
        DISPLAY "A CHANGE IS ALREADY PENDING FOR LABEL "
            labelArgument " - APPROVE OR REJECT IT FIRST"
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    MOVE 'D' TO pendingAction.
    MOVE SPACES TO keyArgument activeDateArgument
        encryptUntilArgument decryptUntilArgument.
    PERFORM queuePendingChange.
    MOVE "KD " TO changeModeToken.
    DISPLAY "KEY DELETE FOR LABEL " labelArgument " REQUESTED BY "
        operatorId.
    PERFORM logChangeRequest.
    EXIT.

queuePendingChange SECTION.
    IF pendingEntryCount >= pendingEntryLimit
        DISPLAY "PENDING-CHANGE FILE FULL - APPROVE OR REJECT "
            "SOME CHANGES FIRST"
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    ACCEPT changeTimeStamp FROM TIME.
    ADD 1 TO pendingEntryCount.
    MOVE labelArgument TO pendEntryLabel(pendingEntryCount).
    MOVE pendingAction TO pendEntryAction(pendingEntryCount).
    MOVE keyArgument TO pendEntryKey(pendingEntryCount).
    MOVE activeDateArgument TO pendEntryActiveDate(pendingEntryCount).
    MOVE encryptUntilArgument
        TO pendEntryEncryptUntil(pendingEntryCount).
    MOVE decryptUntilArgument
        TO pendEntryDecryptUntil(pendingEntryCount).
    MOVE operatorId TO pendEntryRequestedBy(pendingEntryCount).
    MOVE todayText TO pendEntryRequestDate(pendingEntryCount).
    MOVE changeTimeStamp TO pendEntryRequestTime(pendingEntryCount).
    PERFORM rewritePendingChanges.
    EXIT.

logChangeRequest SECTION.
    MOVE 'Q' TO changeResult.
    MOVE operatorId TO changeRequestedBy.
    PERFORM writeKeyChangeRecord.
    DISPLAY "CHANGE PENDING - A DIFFERENT OPERATOR MUST APPROVE IT "
        "(C " labelArgument ") OR REJECT IT (X) WITHIN "
        pendingDaysNumber " DAYS".
    EXIT.

approvePendingChange SECTION.
*>the pending change is replayed against the ring as it is now -
*>the add goes back through the same checks it passed when it was
*>requested, so a ring that moved on in between cannot take a
*>change that no longer fits
    PERFORM openChangeControl.
    PERFORM findPendingChange.
    IF pendingMatchIndex = 0
        DISPLAY "NO CHANGE PENDING FOR LABEL: " labelArgument
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    PERFORM setChangeFromPending.
    IF pendEntryRequestedBy(pendingMatchIndex) = operatorId
        PERFORM refuseSelfDecision
    END-IF.
    IF pendEntryIsAdd(pendingMatchIndex)
        MOVE pendEntryKey(pendingMatchIndex) TO keyArgument
        MOVE pendEntryActiveDate(pendingMatchIndex)
            TO activeDateArgument
        MOVE pendEntryEncryptUntil(pendingMatchIndex)
            TO encryptUntilArgument
        MOVE pendEntryDecryptUntil(pendingMatchIndex)
            TO decryptUntilArgument
        PERFORM validateKeyAdd
        PERFORM addKeyToRing
    ELSE
        IF matchIndex = 0
            DISPLAY "LABEL " labelArgument " IS NO LONGER ON THE "
                "KEYRING - REJECT THE CHANGE INSTEAD"
            PERFORM flagRunFailed
            GOBACK
        END-IF
        PERFORM deleteKeyFromRing
    END-IF.
    PERFORM dropPendingChange.
    MOVE 'A' TO changeResult.
    PERFORM writeKeyChangeRecord.
    DISPLAY changeActionWord " FOR LABEL " labelArgument
        " APPROVED BY " operatorId " - REQUESTED BY "
        changeRequestedBy.
    EXIT.

rejectPendingChange SECTION.
    PERFORM openChangeControl.
    PERFORM findPendingChange.
    IF pendingMatchIndex = 0
        DISPLAY "NO CHANGE PENDING FOR LABEL: " labelArgument
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    PERFORM setChangeFromPending.
    IF pendEntryRequestedBy(pendingMatchIndex) = operatorId
        PERFORM refuseSelfDecision
    END-IF.
    PERFORM dropPendingChange.
    MOVE 'R' TO changeResult.
    PERFORM writeKeyChangeRecord.
    DISPLAY changeActionWord " FOR LABEL " labelArgument
        " REJECTED BY " operatorId " - REQUESTED BY "
        changeRequestedBy " - RING NOT CHANGED".
    EXIT.

refuseSelfDecision SECTION.
*>the whole point of the second operator - the requester can never
*>be the one who decides, and the attempt itself goes on the trail
    MOVE 'S' TO changeResult.
    PERFORM writeKeyChangeRecord.
    DISPLAY "A CHANGE MUST BE APPROVED OR REJECTED BY A DIFFERENT "
        "OPERATOR FROM THE ONE WHO REQUESTED IT (" operatorId ")".
    PERFORM flagRunFailed.
    GOBACK.
    EXIT.

setChangeFromPending SECTION.
    MOVE pendEntryRequestedBy(pendingMatchIndex) TO changeRequestedBy.
    IF pendEntryIsAdd(pendingMatchIndex)
        MOVE "KA " TO changeModeToken
        MOVE "KEY ADD" TO changeActionWord
    ELSE
        MOVE "KD " TO changeModeToken
        MOVE "KEY DELETE" TO changeActionWord
    END-IF.
    EXIT.

openChangeControl SECTION.
*>every change action needs to know who is running it, needs the
*>KEYUSAGE trail to be writable before anything moves - a change
*>with no trail is exactly what dual control is there to prevent -
*>and starts by expiring whatever has waited too long
    IF operatorId = SPACES
        AND actionArgument NOT = 'P' AND actionArgument NOT = 'p'
        DISPLAY "OPERATOR NOT IDENTIFIED - USER OR LOGNAME MUST BE "
            "SET FOR A KEY CHANGE"
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    IF pendingDaysText = SPACES
        MOVE 7 TO pendingDaysNumber
    ELSE
        INSPECT pendingDaysText REPLACING LEADING SPACES BY ZEROS
        IF pendingDaysText NOT NUMERIC
            DISPLAY "KEYPENDDAYS MUST BE A NUMBER OF DAYS: "
                pendingDaysText
            PERFORM flagRunFailed
            GOBACK
        END-IF
    END-IF.
    OPEN EXTEND usageFile.
    IF usageFileStatus NOT = "00" AND usageFileStatus NOT = "05"
        DISPLAY "KEY USAGE HISTORY " usageFileName
            " CANNOT BE WRITTEN, STATUS = " usageFileStatus
            " - NO KEY CHANGE WITHOUT ITS TRAIL"
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    CLOSE usageFile.
    ACCEPT todayStamp FROM DATE YYYYMMDD.
    MOVE todayStamp TO todayText.
    COMPUTE todayDayNumber = FUNCTION INTEGER-OF-DATE(todayStamp).
    PERFORM loadPendingChanges.
    EXIT.

loadPendingChanges SECTION.
*>pendingFile is OPTIONAL, so no file just means nothing is waiting.
*>Expired changes are logged and left out as they are read, and the
*>file is rewritten at once so the next run does not log them again.
    OPEN INPUT pendingFile.
    IF pendingFileStatus NOT = "00" AND pendingFileStatus NOT = "05"
        DISPLAY "ERROR OPENING PENDING-CHANGE FILE " pendingFileName
            ": STATUS = " pendingFileStatus
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    MOVE ZERO TO pendingEntryCount.
    MOVE ZERO TO expiredChangeCount.
    SET notAtEndOfPendingFile TO TRUE.
    PERFORM loadOnePendingChange UNTIL atEndOfPendingFile.
    CLOSE pendingFile.
    IF expiredChangeCount > 0
        PERFORM rewritePendingChanges
    END-IF.
    EXIT.

loadOnePendingChange SECTION.
    READ pendingFile
      NOT AT END
        IF pendingLabel = SPACES
            EXIT SECTION
        END-IF
        IF pendingEntryCount >= pendingEntryLimit
            DISPLAY "PENDING-CHANGE FILE HOLDS MORE THAN "
                pendingEntryLimit " CHANGES - NOT SAFE TO REWRITE, "
                "STOPPING"
            PERFORM flagRunFailed
            GOBACK
        END-IF
        PERFORM expireOrKeepPendingChange
      AT END
        SET atEndOfPendingFile TO TRUE
    END-READ.
    EXIT.

expireOrKeepPendingChange SECTION.
*>a request date that cannot be read cannot be aged, and a change
*>nobody can vouch for the age of is not one to leave approvable
    MOVE pendingRequestDate TO requestDateText.
    MOVE 9999 TO pendingAgeDays.
    IF requestDateText NUMERIC
        AND requestDateMonth >= 1 AND requestDateMonth <= 12
        AND requestDateDay >= 1 AND requestDateDay <= 31
        COMPUTE pendingAgeDays = todayDayNumber
            - FUNCTION INTEGER-OF-DATE(requestDateNumber)
    END-IF.
    IF pendingAgeDays > pendingDaysNumber
        ADD 1 TO expiredChangeCount
        MOVE pendingRequestedBy TO changeRequestedBy
        IF pendingAction = 'A'
            MOVE "KA " TO changeModeToken
            MOVE "KEY ADD" TO changeActionWord
        ELSE
            MOVE "KD " TO changeModeToken
            MOVE "KEY DELETE" TO changeActionWord
        END-IF
        MOVE 'T' TO changeResult
        PERFORM writeExpiredChangeRecord
        DISPLAY changeActionWord " FOR LABEL " pendingLabel
            " REQUESTED BY " pendingRequestedBy " ON "
            pendingRequestDate " EXPIRED - NOT APPROVED WITHIN "
            pendingDaysNumber " DAYS"
        EXIT SECTION
    END-IF.
    ADD 1 TO pendingEntryCount.
    MOVE pendingLabel TO pendEntryLabel(pendingEntryCount).
    MOVE pendingAction TO pendEntryAction(pendingEntryCount).
    MOVE pendingKey TO pendEntryKey(pendingEntryCount).
    MOVE pendingActiveDate TO pendEntryActiveDate(pendingEntryCount).
    MOVE pendingEncryptUntil TO pendEntryEncryptUntil(pendingEntryCount).
    MOVE pendingDecryptUntil TO pendEntryDecryptUntil(pendingEntryCount).
    MOVE pendingRequestedBy TO pendEntryRequestedBy(pendingEntryCount).
    MOVE pendingRequestDate TO pendEntryRequestDate(pendingEntryCount).
    MOVE pendingRequestTime TO pendEntryRequestTime(pendingEntryCount).
    EXIT.

findPendingChange SECTION.
*>one pending change per label at a time, so the label alone names
*>the change an approver is deciding on
    MOVE ZERO TO pendingMatchIndex.
    PERFORM matchOnePendingChange
        VARYING pendingIndex FROM 1 BY 1
        UNTIL pendingIndex > pendingEntryCount OR pendingMatchIndex > 0.
    EXIT.

matchOnePendingChange SECTION.
    IF pendEntryLabel(pendingIndex) = labelArgument
        MOVE pendingIndex TO pendingMatchIndex
    END-IF.
    EXIT.

dropPendingChange SECTION.
    PERFORM closePendingGap
        VARYING pendingIndex FROM pendingMatchIndex BY 1
        UNTIL pendingIndex >= pendingEntryCount.
    SUBTRACT 1 FROM pendingEntryCount.
    PERFORM rewritePendingChanges.
    EXIT.

closePendingGap SECTION.
    MOVE pendingEntry(pendingIndex + 1) TO pendingEntry(pendingIndex).
    EXIT.

rewritePendingChanges SECTION.
    OPEN OUTPUT pendingFile.
    IF pendingFileStatus NOT = "00" AND pendingFileStatus NOT = "05"
        DISPLAY "ERROR REWRITING PENDING-CHANGE FILE " pendingFileName
            ": STATUS = " pendingFileStatus
        PERFORM flagRunFailed
        GOBACK
    END-IF.
    PERFORM writeOnePendingChange
        VARYING pendingIndex FROM 1 BY 1
        UNTIL pendingIndex > pendingEntryCount.
    CLOSE pendingFile.
    EXIT.

writeOnePendingChange SECTION.
    MOVE pendEntryLabel(pendingIndex) TO pendingLabel.
    MOVE pendEntryAction(pendingIndex) TO pendingAction.
    MOVE pendEntryKey(pendingIndex) TO pendingKey.
    MOVE pendEntryActiveDate(pendingIndex) TO pendingActiveDate.
    MOVE pendEntryEncryptUntil(pendingIndex) TO pendingEncryptUntil.
    MOVE pendEntryDecryptUntil(pendingIndex) TO pendingDecryptUntil.
    MOVE pendEntryRequestedBy(pendingIndex) TO pendingRequestedBy.
    MOVE pendEntryRequestDate(pendingIndex) TO pendingRequestDate.
    MOVE pendEntryRequestTime(pendingIndex) TO pendingRequestTime.
    WRITE pendingRecord.
    EXIT.

listPendingChanges SECTION.
*>who asked for what and when - never the key itself, same rule the
*>label listing keeps
    PERFORM openChangeControl.
    DISPLAY "===== PENDING KEY CHANGES (" pendingFileName ") =====".
    DISPLAY "LABEL            ACTION      ACTIVE   ENC-UNTL DEC-UNTL "
        "REQUESTED BY     DATE     TIME     AGE".
    IF pendingEntryCount = 0
        DISPLAY "(NONE)"
    END-IF.
    PERFORM listOnePendingChange
        VARYING pendingIndex FROM 1 BY 1
        UNTIL pendingIndex > pendingEntryCount.
    DISPLAY "CHANGES PENDING ......: " pendingEntryCount.
    DISPLAY "EXPIRED THIS RUN .....: " expiredChangeCount.
    DISPLAY "EXPIRY PERIOD (DAYS) .: " pendingDaysNumber.
    DISPLAY "==============================================".
    EXIT.

listOnePendingChange SECTION.
*>an add is a REPLACE when the label is already on the ring, and then
*>a blank date keeps the ring's date and "*" clears it; for a new
*>label either way just means no limit, shown as dashes the same as
*>the label listing. A delete carries no dates at all
    SET labelIsNotOnRing TO TRUE.
    PERFORM matchPendingLabelToRing
        VARYING ringScanIndex FROM 1 BY 1
        UNTIL ringScanIndex > ringEntryCount OR labelIsOnRing.
    MOVE pendEntryActiveDate(pendingIndex) TO displayActiveDate.
    MOVE pendEntryEncryptUntil(pendingIndex) TO displayEncryptUntil.
    MOVE pendEntryDecryptUntil(pendingIndex) TO displayDecryptUntil.
    IF pendEntryIsDelete(pendingIndex)
        MOVE "DELETE" TO changeActionWord
        MOVE SPACES TO displayActiveDate displayEncryptUntil
            displayDecryptUntil
    ELSE
        IF labelIsOnRing
            MOVE "REPLACE" TO changeActionWord
        ELSE
            MOVE "ADD" TO changeActionWord
        END-IF
    END-IF.
    MOVE displayActiveDate TO pendingDateShown.
    PERFORM showPendingDate.
    MOVE pendingDateShown TO displayActiveDate.
    MOVE displayEncryptUntil TO pendingDateShown.
    PERFORM showPendingDate.
    MOVE pendingDateShown TO displayEncryptUntil.
    MOVE displayDecryptUntil TO pendingDateShown.
    PERFORM showPendingDate.
    MOVE pendingDateShown TO displayDecryptUntil.
    MOVE pendEntryRequestDate(pendingIndex) TO requestDateText.
    COMPUTE displayAgeDays = todayDayNumber
        - FUNCTION INTEGER-OF-DATE(requestDateNumber).
    DISPLAY pendEntryLabel(pendingIndex) " " changeActionWord " "
        displayActiveDate " " displayEncryptUntil " "
        displayDecryptUntil " "
        pendEntryRequestedBy(pendingIndex) " "
        pendEntryRequestDate(pendingIndex) " "
        pendEntryRequestTime(pendingIndex) " " displayAgeDays.
    EXIT.

matchPendingLabelToRing SECTION.
    IF entryLabel(ringScanIndex) = pendEntryLabel(pendingIndex)
        SET labelIsOnRing TO TRUE
    END-IF.
    EXIT.

showPendingDate SECTION.
    EVALUATE TRUE
        WHEN pendEntryIsDelete(pendingIndex)
        WHEN labelIsNotOnRing
            IF pendingDateShown = SPACES OR pendingDateShown = "*"
                MOVE "--------" TO pendingDateShown
            END-IF
        WHEN pendingDateShown = SPACES
            MOVE "(KEEP)" TO pendingDateShown
        WHEN pendingDateShown = "*"
            MOVE "(CLEAR)" TO pendingDateShown
    END-EVALUATE.
    EXIT.

writeKeyChangeRecord SECTION.
    MOVE labelArgument TO usageLabel.
    PERFORM writeOneKeyChangeRow.
    EXIT.

writeExpiredChangeRecord SECTION.
    MOVE pendingLabel TO usageLabel.
    PERFORM writeOneKeyChangeRow.
    EXIT.

writeOneKeyChangeRow SECTION.
*>the trail row for one step of a key change - who took the step in
*>the input-file field, who asked for the change in the output-file
*>field, so the compliance report can show both on every line
    OPEN EXTEND usageFile.
    IF usageFileStatus NOT = "00" AND usageFileStatus NOT = "05"
        DISPLAY "WARNING - KEY CHANGE NOT WRITTEN TO KEY USAGE "
            "HISTORY, STATUS = " usageFileStatus
        EXIT SECTION
    END-IF.
    ACCEPT todayStamp FROM DATE YYYYMMDD.
    ACCEPT changeTimeStamp FROM TIME.
    MOVE todayStamp TO usageRunDate.
    MOVE changeTimeStamp TO usageRunTime.
    MOVE changeModeToken TO usageMode.
    MOVE operatorId TO usageInputFile.
    MOVE changeRequestedBy TO usageOutputFile.
    MOVE changeResult TO usageResult.
    WRITE usageRecord.
    CLOSE usageFile.
    EXIT.

listRingLabels SECTION.
*>labels only - the keys themselves are never displayed, so a listing
*>in a job log exposes nothing
    DISPLAY "===== KEYRING LABELS (" ringFileName ") =====".
    DISPLAY "LABEL            ACTIVE   ENC-UNTL DEC-UNTL".
    IF ringEntryCount = 0
        DISPLAY "(KEYRING IS EMPTY)"
    END-IF.
    EXIT.

listOneRingLabel SECTION.
    PERFORM buildDisplayDates.
    DISPLAY entryLabel(entryIndex) " " displayActiveDate " "
        displayEncryptUntil " " displayDecryptUntil.
    EXIT.

buildDisplayDates SECTION.
*>a blank date is "no limit" - shown as dashes so a listing column
*>never looks like a missing field
    MOVE entryActiveDate(entryIndex) TO displayActiveDate.
    MOVE entryEncryptUntil(entryIndex) TO displayEncryptUntil.
    MOVE entryDecryptUntil(entryIndex) TO displayDecryptUntil.
    IF displayActiveDate = SPACES
        MOVE "--------" TO displayActiveDate
    END-IF.
    IF displayEncryptUntil = SPACES
        MOVE "--------" TO displayEncryptUntil
    END-IF.
    IF displayDecryptUntil = SPACES
        MOVE "--------" TO displayDecryptUntil
    END-IF.
    EXIT.

listExpiringLabels SECTION.
*>every label whose encrypt or decrypt period ends between now and
*>the horizon (or has already ended) is listed with the catalog
*>entries still encrypted under it, so a rotation can be scheduled
*>before a job is refused - and, past the decrypt date, before the
*>files under the label can no longer be read at all. Any label
*>listed ends the step 4 so the scheduler can raise the work.
    IF daysAheadText = SPACES
        MOVE 30 TO daysAheadNumber
    ELSE
        INSPECT daysAheadText REPLACING LEADING SPACES BY ZEROS
        IF daysAheadText NOT NUMERIC
            DISPLAY "DAYS TO LOOK AHEAD MUST BE A NUMBER: "
                daysAheadText
            PERFORM flagRunFailed
            GOBACK
        END-IF
    END-IF.
    ACCEPT todayStamp FROM DATE YYYYMMDD.
    MOVE todayStamp TO todayText.
    COMPUTE horizonStamp = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(todayStamp) + daysAheadNumber).
    MOVE horizonStamp TO horizonText.
    DISPLAY "===== LABELS EXPIRING BY " horizonText " ("
        daysAheadNumber " DAYS) =====".
    SET catalogIsNotOpen TO TRUE.
    OPEN INPUT catalogFile.
    IF catalogFileStatus = "00"
        SET catalogIsOpen TO TRUE
    ELSE
        DISPLAY "WARNING - CATALOG " catalogFileName
            " NOT AVAILABLE, STATUS = " catalogFileStatus
            " - FILES UNDER EACH LABEL NOT LISTED"
    END-IF.
    MOVE ZERO TO expiringLabelCount.
    MOVE ZERO TO filesUnderExpiringTotal.
    PERFORM listOneExpiringLabel
        VARYING entryIndex FROM 1 BY 1
        UNTIL entryIndex > ringEntryCount.
    IF catalogIsOpen
        CLOSE catalogFile
    END-IF.
    IF expiringLabelCount = 0
        DISPLAY "(NONE)"
    END-IF.
    DISPLAY "LABELS EXPIRING ......: " expiringLabelCount.
    DISPLAY "FILES UNDER THEM .....: " filesUnderExpiringTotal.
    IF expiringLabelCount > 0
        MOVE 4 TO RETURN-CODE
        IF ADDRESS OF calledParmBlock NOT = NULL
            AND calledParmIsStamped
            MOVE 4 TO calledParmReturnCode
        END-IF
    END-IF.
    DISPLAY "==============================================".
    EXIT.

listOneExpiringLabel SECTION.
    SET labelIsNotExpiring TO TRUE.
    IF entryEncryptUntil(entryIndex) NOT = SPACES
        AND entryEncryptUntil(entryIndex) <= horizonText
        SET labelIsExpiring TO TRUE
    END-IF.
    IF entryDecryptUntil(entryIndex) NOT = SPACES
        AND entryDecryptUntil(entryIndex) <= horizonText
        SET labelIsExpiring TO TRUE
    END-IF.
    IF labelIsNotExpiring
        EXIT SECTION
    END-IF.
    ADD 1 TO expiringLabelCount.
    PERFORM buildDisplayDates.
    DISPLAY entryLabel(entryIndex) " ENCRYPT UNTIL "
        displayEncryptUntil " DECRYPT UNTIL " displayDecryptUntil.
    IF entryDecryptUntil(entryIndex) NOT = SPACES
        AND entryDecryptUntil(entryIndex) < todayText
        DISPLAY "    DECRYPT PERIOD ALREADY ENDED - FILES BELOW "
            "CANNOT BE READ UNTIL THE DATE IS EXTENDED"
    ELSE
        IF entryEncryptUntil(entryIndex) NOT = SPACES
            AND entryEncryptUntil(entryIndex) < todayText
            DISPLAY "    ENCRYPT PERIOD ALREADY ENDED"
        END-IF
    END-IF.
    IF catalogIsNotOpen
        EXIT SECTION
    END-IF.
    MOVE ZERO TO filesUnderLabel.
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
    PERFORM listOneFileUnderLabel UNTIL atEndOfCatalog.
    DISPLAY "    FILES STILL UNDER LABEL: " filesUnderLabel.
    ADD filesUnderLabel TO filesUnderExpiringTotal.
    EXIT.

listOneFileUnderLabel SECTION.
    READ catalogFile NEXT
      AT END
        SET atEndOfCatalog TO TRUE
      NOT AT END
        IF catCipher = "DES" AND catParm = entryLabel(entryIndex)
            ADD 1 TO filesUnderLabel
            DISPLAY "    " catOutputFile " " catMode " " catRunDate
        END-IF
    END-READ.
    EXIT.

reportKeyUsage SECTION.
    DISPLAY "USAGE HISTORY ........: " usageFileName.
    DISPLAY "HISTORY RECORDS READ .: " usageRecordsRead.
    DISPLAY "RESOLUTIONS IN PERIOD : " recordsInPeriod.
    DISPLAY "--- LABELS ON THE RING (USES / REFUSED / OUT OF DATE "
        "/ LAST USED) ---".
    IF ringEntryCount = 0
        DISPLAY "(KEYRING IS EMPTY)"
    END-IF.
    DISPLAY "NEVER-USED RING LABELS: " neverUsedCount
        " - CANDIDATES TO RETIRE".
    DISPLAY "FAILED LOOKUPS .......: " failedLookupTotal.
    DISPLAY "OUT-OF-DATE REFUSALS .: " dateRefusalTotal.
    IF overflowUsageRuns > 0
        DISPLAY "LABEL TABLE FULL - " overflowUsageRuns
            " RESOLUTIONS FOR FURTHER LABELS NOT ROLLED UP"
    END-IF.
    DISPLAY "--- KEY CHANGES (DATE TIME LABEL ACTION RESULT "
        "BY / REQUESTED BY) ---".
    IF keyChangeCount = 0
        DISPLAY "(NONE)"
    END-IF.
    PERFORM reportOneKeyChange
        VARYING keyChangeIndex FROM 1 BY 1
        UNTIL keyChangeIndex > keyChangeCount.
    IF overflowKeyChanges > 0
        DISPLAY "KEY CHANGE TABLE FULL - " overflowKeyChanges
            " FURTHER KEY CHANGE STEPS NOT LISTED"
    END-IF.
    DISPLAY "CHANGES REQUESTED ....: " changesRequested.
    DISPLAY "CHANGES APPROVED .....: " changesApproved.
    DISPLAY "CHANGES REJECTED .....: " changesRejected.
    DISPLAY "CHANGES EXPIRED ......: " changesExpired.
    DISPLAY "SELF-APPROVALS REFUSED: " selfApprovalsRefused.
    IF failedLookupTotal > 0
        DISPLAY "FAILED LOOKUPS NEED A LOOK - A TYPO IN JCL OR "
            "SOMEONE PROBING THE RING"
            MOVE 4 TO calledParmReturnCode
        END-IF
    END-IF.
    IF dateRefusalTotal > 0
        DISPLAY "OUT-OF-DATE REFUSALS NEED A LOOK - A JOB STILL "
            "USES A LABEL OUTSIDE ITS DATES"
        MOVE 4 TO RETURN-CODE
        IF ADDRESS OF calledParmBlock NOT = NULL
            AND calledParmIsStamped
            MOVE 4 TO calledParmReturnCode
        END-IF
    END-IF.
    IF selfApprovalsRefused > 0
        DISPLAY "SELF-APPROVAL ATTEMPTS NEED A LOOK - A REQUESTER "
            "TRIED TO DECIDE THEIR OWN KEY CHANGE"
        MOVE 4 TO RETURN-CODE
        IF ADDRESS OF calledParmBlock NOT = NULL
            AND calledParmIsStamped
            MOVE 4 TO calledParmReturnCode
        END-IF
    END-IF.
    DISPLAY "==============================================".
    EXIT.

        ADD 1 TO usageRecordsRead
        IF usageRunDate >= fromDateArgument
            AND usageRunDate <= toDateArgument
            IF usageIsKeyChange
                PERFORM rollUpKeyChange
            ELSE
                ADD 1 TO recordsInPeriod
                PERFORM rollUsageIntoLabelEntry
            END-IF
        END-IF
      AT END
        SET atEndOfUsageFile TO TRUE
        MOVE usageLabel TO usageEntryLabel(usageEntryCount)
        MOVE ZERO TO usageUseCount(usageEntryCount)
        MOVE ZERO TO usageFailCount(usageEntryCount)
        MOVE ZERO TO usageDateRefusedCount(usageEntryCount)
        MOVE SPACES TO usageLastDate(usageEntryCount)
        MOVE usageEntryCount TO usageMatchIndex
    END-IF.
    EVALUATE usageResult
        WHEN 'Y'
            ADD 1 TO usageUseCount(usageMatchIndex)
        WHEN 'X'
            ADD 1 TO usageDateRefusedCount(usageMatchIndex)
            ADD 1 TO dateRefusalTotal
        WHEN OTHER
            ADD 1 TO usageFailCount(usageMatchIndex)
            ADD 1 TO failedLookupTotal
    END-EVALUATE.
    IF usageRunDate > usageLastDate(usageMatchIndex)
        MOVE usageRunDate TO usageLastDate(usageMatchIndex)
    END-IF.
    EXIT.

rollUpKeyChange SECTION.
*>a key-change step is not a label resolution - it is kept apart for
*>its own section of the report and never counts as a failed lookup
    EVALUATE usageResult
        WHEN 'Q'
            ADD 1 TO changesRequested
        WHEN 'A'
            ADD 1 TO changesApproved
        WHEN 'R'
            ADD 1 TO changesRejected
        WHEN 'T'
            ADD 1 TO changesExpired
        WHEN 'S'
            ADD 1 TO selfApprovalsRefused
    END-EVALUATE.
    IF keyChangeCount >= keyChangeLimit
        ADD 1 TO overflowKeyChanges
        EXIT SECTION
    END-IF.
    ADD 1 TO keyChangeCount.
    MOVE usageRunDate TO keyChangeDate(keyChangeCount).
    MOVE usageRunTime TO keyChangeTime(keyChangeCount).
    MOVE usageLabel TO keyChangeLabel(keyChangeCount).
    MOVE usageMode TO keyChangeMode(keyChangeCount).
    MOVE usageResult TO keyChangeResult(keyChangeCount).
    MOVE usageInputFile TO keyChangeBy(keyChangeCount).
    MOVE usageOutputFile TO keyChangeRequestedBy(keyChangeCount).
    EXIT.

reportOneKeyChange SECTION.
    EVALUATE keyChangeResult(keyChangeIndex)
        WHEN 'Q'
            MOVE "REQUESTED" TO displayChangeResult
        WHEN 'A'
            MOVE "APPROVED" TO displayChangeResult
        WHEN 'R'
            MOVE "REJECTED" TO displayChangeResult
        WHEN 'T'
            MOVE "EXPIRED UNAPPROVED" TO displayChangeResult
        WHEN 'S'
            MOVE "SELF-APPROVAL REFUSED" TO displayChangeResult
        WHEN OTHER
            MOVE "UNKNOWN" TO displayChangeResult
    END-EVALUATE.
    IF keyChangeMode(keyChangeIndex) = "KA "
        MOVE "KEY ADD" TO changeActionWord
    ELSE
        MOVE "KEY DELETE" TO changeActionWord
    END-IF.
    DISPLAY keyChangeDate(keyChangeIndex) " "
        keyChangeTime(keyChangeIndex) " "
        keyChangeLabel(keyChangeIndex) " "
        changeActionWord " " displayChangeResult " "
        keyChangeBy(keyChangeIndex) " / "
        keyChangeRequestedBy(keyChangeIndex).
    EXIT.

matchOneUsageEntry SECTION.
    IF usageEntryLabel(usageIndex) = usageLabel
        MOVE usageIndex TO usageMatchIndex
        DISPLAY entryLabel(entryIndex) " "
            usageUseCount(usageMatchIndex) " "
            usageFailCount(usageMatchIndex) " "
            usageDateRefusedCount(usageMatchIndex) " "
            usageLastDate(usageMatchIndex)
    END-IF.
    EXIT.
        DISPLAY usageEntryLabel(usageIndex) " "
            usageUseCount(usageIndex) " "
            usageFailCount(usageIndex) " "
            usageDateRefusedCount(usageIndex) " "
            usageLastDate(usageIndex)
    END-IF.
    EXIT.
writeOneRingEntry SECTION.
    MOVE entryLabel(entryIndex) TO ringLabel.
    MOVE entryKey(entryIndex) TO ringKey.
    MOVE entryActiveDate(entryIndex) TO ringActiveDate.
    MOVE entryEncryptUntil(entryIndex) TO ringEncryptUntil.
    MOVE entryDecryptUntil(entryIndex) TO ringDecryptUntil.
    WRITE ringRecord.
    EXIT.

