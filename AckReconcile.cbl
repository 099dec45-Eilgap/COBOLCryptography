IDENTIFICATION DIVISION.
PROGRAM-ID. AckReconcile.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ackFile ASSIGN TO DYNAMIC ackFileName *>The partner's acknowledgement file for the night's transmission
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ackFileStatus.
SELECT manifestFile ASSIGN TO DYNAMIC manifestFileName *>The verified-batch manifest CipherDispatch wrote for the same night
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS manifestFileStatus.
SELECT catalogFile ASSIGN TO DYNAMIC catalogFileName *>Same system of record CipherCatalog keeps, read by key here
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS catOutputFile
    FILE STATUS IS catalogFileStatus.

DATA DIVISION.
FILE SECTION.
FD ackFile.
*>one row per file the partner received - the name exactly as we
*>sent it, the byte count and additive checksum they measured on
*>arrival (zero-padded, same measure as the catalog's), and their
*>verdict, A accepted or R rejected
01 ackRecord.
   05 ackOutputFile PIC X(60).
   05 ackByteCount PIC X(9).
   05 ackByteCountNumber REDEFINES ackByteCount PIC 9(9).
   05 ackChecksum PIC X(9).
   05 ackChecksumNumber REDEFINES ackChecksum PIC 9(9).
   05 ackCode PIC X(1).
      88 ackIsAccepted VALUE 'A'.
      88 ackIsRejected VALUE 'R'.
FD manifestFile.
*>same layout CipherDispatch writes - keep the two in step
01 manifestRecord.
   05 manifestRowNumber PIC 9(5).
   05 manifestOutputFile PIC X(60).
   05 manifestFreqResult PIC X(5).
   05 manifestVerifyResult PIC X(5).
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

*>run parameters - same PARM-first, SYSIN-fallback pattern the
*>other utilities use. The PARM names the partner's ack file and
*>the night's manifest (the dispatch control file's name + ".MAN"):
*>  "PARTNER.ACK NIGHTLY.CTL.MAN"
    01 jclParm PIC X(200) VALUE SPACES.
    01 ackFileName PIC X(60) VALUE SPACES.
    01 manifestFileName PIC X(64) VALUE SPACES.
    01 catalogFileName PIC X(60) VALUE SPACES.
    01 envFileName PIC X(60) VALUE SPACES.
    01 ackFileStatus PIC X(2) VALUE SPACES.
    01 manifestFileStatus PIC X(2) VALUE SPACES.
    01 catalogFileStatus PIC X(2) VALUE SPACES.
    01 endOfAckFile PIC X(1) VALUE 'N'.
       88 atEndOfAckFile VALUE 'Y'.
       88 notAtEndOfAckFile VALUE 'N'.
    01 endOfManifestFile PIC X(1) VALUE 'N'.
       88 atEndOfManifestFile VALUE 'Y'.
       88 notAtEndOfManifestFile VALUE 'N'.

*>the files the night actually sent - every manifest row whose
*>round trip passed and whose frequency gate did not fail (a
*>field-level row's gate is SKIP and still goes). Each is ticked
*>off as its acknowledgement comes in, and whatever is left
*>unticked at the end was never acknowledged.
    01 sentFileCount PIC 9(4) VALUE ZERO.
    01 sentFileLimit PIC 9(4) VALUE 1000.
    01 sentFileTable.
       05 sentFileEntry OCCURS 1000 TIMES.
          10 sentFileName PIC X(60).
          10 sentAckedFlag PIC X(1).
             88 sentWasAcked VALUE 'Y'.
             88 sentNotAcked VALUE 'N'.
    01 sentIndex PIC 9(4) VALUE ZERO.
    01 matchIndex PIC 9(4) VALUE ZERO.
    01 catalogEntryFlag PIC X(1) VALUE 'N'.
       88 catalogEntryFound VALUE 'Y'.
       88 catalogEntryMissing VALUE 'N'.

*>reconciliation tallies for the report and the release step's
*>return code
    01 manifestRowsRead PIC 9(5) VALUE ZERO.
    01 manifestRowsNotSent PIC 9(5) VALUE ZERO.
    01 overflowSentFiles PIC 9(5) VALUE ZERO.
    01 ackRowsRead PIC 9(5) VALUE ZERO.
    01 matchedAcks PIC 9(5) VALUE ZERO.
    01 mismatchedAcks PIC 9(5) VALUE ZERO.
    01 rejectedAcks PIC 9(5) VALUE ZERO.
    01 uncataloguedAcks PIC 9(5) VALUE ZERO.
    01 unsentAcks PIC 9(5) VALUE ZERO.
    01 duplicateAcks PIC 9(5) VALUE ZERO.
    01 badAckRows PIC 9(5) VALUE ZERO.
    01 unackedFiles PIC 9(5) VALUE ZERO.
    01 totalExceptions PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
CONTROLFLOW SECTION.
      PERFORM readRunParameters.
      DISPLAY "===== PARTNER ACKNOWLEDGEMENT RECONCILIATION =====".
      PERFORM loadSentFiles.
      PERFORM reconcileAckFile.
      PERFORM reportUnackedFiles.
      PERFORM writeReconcileSummary.
      STOP RUN.

readRunParameters SECTION.
    ACCEPT jclParm FROM COMMAND-LINE.
    IF jclParm NOT = SPACES
        UNSTRING jclParm DELIMITED BY ALL SPACE
            INTO ackFileName manifestFileName
    ELSE
        DISPLAY "ENTER PARTNER ACKNOWLEDGEMENT FILE NAME: "
        ACCEPT ackFileName FROM SYSIN
        DISPLAY "ENTER DISPATCH MANIFEST FILE NAME: "
        ACCEPT manifestFileName FROM SYSIN
    END-IF.
    IF ackFileName = SPACES OR manifestFileName = SPACES
        DISPLAY "RECONCILE NEEDS AN ACK FILE AND A MANIFEST FILE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT envFileName FROM ENVIRONMENT "CATALOG".
    IF envFileName NOT = SPACES
        MOVE envFileName TO catalogFileName
    ELSE
        MOVE "cipherCatalog.dat" TO catalogFileName
    END-IF.
    EXIT.

loadSentFiles SECTION.
    OPEN INPUT manifestFile.
    IF manifestFileStatus NOT = "00"
        DISPLAY "ERROR OPENING MANIFEST " manifestFileName
            ": STATUS = " manifestFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    SET notAtEndOfManifestFile TO TRUE.
    PERFORM loadOneManifestRecord UNTIL atEndOfManifestFile.
    CLOSE manifestFile.
    EXIT.

loadOneManifestRecord SECTION.
    READ manifestFile
      NOT AT END
        ADD 1 TO manifestRowsRead
        PERFORM keepOneSentFile
      AT END
        SET atEndOfManifestFile TO TRUE
    END-READ.
    EXIT.

keepOneSentFile SECTION.
*>DONE is a row an earlier run of the same deck finished and
*>proved, which a restarted verified run records instead of PASS
    IF (manifestVerifyResult NOT = "PASS" AND
            manifestVerifyResult NOT = "DONE")
        OR manifestFreqResult = "FAIL"
        OR manifestOutputFile = SPACES
        ADD 1 TO manifestRowsNotSent
        EXIT SECTION
    END-IF.
    IF sentFileCount >= sentFileLimit
        ADD 1 TO overflowSentFiles
        EXIT SECTION
    END-IF.
    ADD 1 TO sentFileCount.
    MOVE manifestOutputFile TO sentFileName(sentFileCount).
    SET sentNotAcked(sentFileCount) TO TRUE.
    EXIT.

reconcileAckFile SECTION.
    OPEN INPUT ackFile.
    IF ackFileStatus NOT = "00"
        DISPLAY "ERROR OPENING ACK FILE " ackFileName
            ": STATUS = " ackFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT catalogFile.
    IF catalogFileStatus NOT = "00"
        DISPLAY "ERROR OPENING CATALOG " catalogFileName
            ": STATUS = " catalogFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    SET notAtEndOfAckFile TO TRUE.
    PERFORM reconcileOneAck UNTIL atEndOfAckFile.
    CLOSE ackFile.
    CLOSE catalogFile.
    EXIT.

reconcileOneAck SECTION.
    MOVE SPACES TO ackRecord.
    READ ackFile
      NOT AT END
        IF ackRecord NOT = SPACES
            ADD 1 TO ackRowsRead
            PERFORM judgeOneAck
        END-IF
      AT END
        SET atEndOfAckFile TO TRUE
    END-READ.
    EXIT.

judgeOneAck SECTION.
*>every ack lands in exactly one bucket - a row we cannot read
*>first, then anything about the file we hold (catalogued, sent
*>tonight, acknowledged once), and only then the partner's verdict
*>and their counts against the catalog's
    INSPECT ackCode CONVERTING "ar" TO "AR".
    IF ackOutputFile = SPACES
        OR ackByteCount NOT NUMERIC OR ackChecksum NOT NUMERIC
        OR (NOT ackIsAccepted AND NOT ackIsRejected)
        ADD 1 TO badAckRows
        DISPLAY "BAD ACK ..: " ackRecord
        EXIT SECTION
    END-IF.
    MOVE ackOutputFile TO catOutputFile.
    SET catalogEntryFound TO TRUE.
    READ catalogFile
        INVALID KEY
            SET catalogEntryMissing TO TRUE
    END-READ.
    IF catalogEntryMissing
        ADD 1 TO uncataloguedAcks
        DISPLAY "NOT CATLGD: " ackOutputFile
        EXIT SECTION
    END-IF.
    MOVE ZERO TO matchIndex.
    PERFORM matchOneSentFile
        VARYING sentIndex FROM 1 BY 1
        UNTIL sentIndex > sentFileCount OR matchIndex > 0.
    IF matchIndex = 0
        ADD 1 TO unsentAcks
        DISPLAY "NOT SENT .: " ackOutputFile
        DISPLAY "            NOT ON THIS MANIFEST AS A FILE SENT"
        EXIT SECTION
    END-IF.
    IF sentWasAcked(matchIndex)
        ADD 1 TO duplicateAcks
        DISPLAY "DUPLICATE : " ackOutputFile
        EXIT SECTION
    END-IF.
    SET sentWasAcked(matchIndex) TO TRUE.
    IF ackIsRejected
        ADD 1 TO rejectedAcks
        DISPLAY "REJECTED .: " ackOutputFile
        EXIT SECTION
    END-IF.
    IF ackByteCountNumber NOT = catByteCount
        OR ackChecksumNumber NOT = catChecksum
        ADD 1 TO mismatchedAcks
        DISPLAY "MISMATCH .: " ackOutputFile
        DISPLAY "            CATALOG " catByteCount " BYTES SUM "
            catChecksum " - PARTNER " ackByteCountNumber " BYTES SUM "
            ackChecksumNumber
        EXIT SECTION
    END-IF.
    ADD 1 TO matchedAcks.
    DISPLAY "MATCHED ..: " ackOutputFile.
    EXIT.

matchOneSentFile SECTION.
    IF sentFileName(sentIndex) = ackOutputFile
        MOVE sentIndex TO matchIndex
    END-IF.
    EXIT.

reportUnackedFiles SECTION.
    PERFORM reportOneUnackedFile
        VARYING sentIndex FROM 1 BY 1
        UNTIL sentIndex > sentFileCount.
    EXIT.

reportOneUnackedFile SECTION.
    IF sentNotAcked(sentIndex)
        ADD 1 TO unackedFiles
        DISPLAY "NOT ACKED : " sentFileName(sentIndex)
    END-IF.
    EXIT.

writeReconcileSummary SECTION.
    COMPUTE totalExceptions = mismatchedAcks + rejectedAcks
        + uncataloguedAcks + unsentAcks + duplicateAcks + badAckRows
        + unackedFiles + overflowSentFiles.
    DISPLAY "ACK FILE .............: " ackFileName.
    DISPLAY "MANIFEST .............: " manifestFileName.
    DISPLAY "CATALOG ..............: " catalogFileName.
    DISPLAY "MANIFEST ROWS READ ...: " manifestRowsRead.
    DISPLAY "FILES SENT ...........: " sentFileCount.
    DISPLAY "ROWS NOT SENT (FAILED): " manifestRowsNotSent.
    DISPLAY "ACK ROWS READ ........: " ackRowsRead.
    DISPLAY "ACKED AND MATCHED ....: " matchedAcks.
    DISPLAY "ACKED, SIZE/SUM DIFFER: " mismatchedAcks.
    DISPLAY "REJECTED BY PARTNER ..: " rejectedAcks.
    DISPLAY "SENT, NEVER ACKED ....: " unackedFiles.
    DISPLAY "ACKED, NOT CATALOGUED : " uncataloguedAcks.
    DISPLAY "ACKED, NOT SENT ......: " unsentAcks.
    DISPLAY "DUPLICATE ACKS .......: " duplicateAcks.
    DISPLAY "UNREADABLE ACK ROWS ..: " badAckRows.
    IF overflowSentFiles > 0
        DISPLAY "SENT-FILE TABLE FULL - " overflowSentFiles
            " FURTHER MANIFEST FILES NOT RECONCILED"
    END-IF.
    IF totalExceptions = 0
        DISPLAY "RECONCILE RESULT .....: CLEAN - RELEASE MAY PROCEED"
    ELSE
        DISPLAY "RECONCILE RESULT .....: " totalExceptions
            " EXCEPTION(S) - RELEASE HELD, SEE DETAIL ABOVE"
        MOVE 4 TO RETURN-CODE
    END-IF.
    DISPLAY "===================================================".
    EXIT.

END PROGRAM AckReconcile.
