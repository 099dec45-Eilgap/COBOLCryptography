       SELECT OPTIONAL AuditFile ASSIGN TO DYNAMIC AuditFileName *>Cumulative run history, appended by WriteAuditRecord
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
       SELECT LayoutFile ASSIGN TO DYNAMIC LayoutFileName *>Column ranges to protect in a fixed-width extract, see LoadFieldLayout
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LayoutFileStatus.
       SELECT OPTIONAL CatalogFile ASSIGN TO DYNAMIC CatalogFileName *>Same system of record CipherCatalog keeps, read here only, see CheckLayoutAgainstCatalog
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CatOutputFile
               FILE STATUS IS CatalogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       01 TempOutputLine PIC X(32000).
       FD AuditFile.
       *>One fixed-layout row per completed run - the same layout
       *>DESCipher appends and AuditReport, AuditAlert and AuditVerify
       *>read, so keep them all in step if a field ever changes.
       01 AuditRecord.
          05 AuditRunDate PIC X(8).
          05 AuditRunTime PIC X(8).
          05 AuditLineCount PIC 9(9).
          05 AuditCharCount PIC 9(9).
          05 AuditEndStatus PIC X(2). *>The run's final output-file status
          05 AuditLayout PIC X(16). *>Field layout name, spaces for a whole-record run
          05 AuditSequence PIC 9(9). *>One more than the last chained row's, see FindLastAuditLink
          05 AuditChain PIC 9(18). *>Chain value over this row and the one before it, see ComputeAuditChain
       FD LayoutFile.
       *>One protected column range per row, zero-padded, inclusive -
       *>("00021 00031 TAX ID"). Rows starting with an asterisk are
       *>comments, and the field name is for the reader only.
       01 LayoutRecord.
          05 LayoutStartColumn PIC 9(5).
          05 FILLER PIC X(1).
          05 LayoutEndColumn PIC 9(5).
          05 FILLER PIC X(1).
          05 LayoutFieldName PIC X(68).
       FD CatalogFile.
       *>Same fixed layout CipherCatalog owns - keep the two in step if
       *>a field ever changes.
       01 CatalogRecord.
          05 CatOutputFile PIC X(60).
          05 CatCipher PIC X(12).
          05 CatMode PIC X(3).
          05 CatParm PIC X(16).
          05 CatRunDate PIC X(8).
          05 CatByteCount PIC 9(9).
          05 CatChecksum PIC 9(9).
          05 CatLayout PIC X(16).
          05 CatRetentionClass PIC X(4).
          05 CatLegalHold PIC X(1).
       WORKING-STORAGE SECTION.
       01 EncOrDecMode PIC 9(1) VALUE 1. *>0/1 fixed-shift encrypt/decrypt, 2/3 keyword encrypt/decrypt - see ReadRunParameters
       01 ShiftAmount PIC S9(3) VALUE 3. *>Defaulted here, overridden at runtime below - widened to match ShiftArgument's capacity, see ReadRunParameters
       01 ControlFileName PIC X(60) VALUE SPACES. *>Batch mode only, see RunBatchMode
       01 CheckpointFileName PIC X(64) VALUE SPACES. *>Built from InputFileName, see SetUpCheckpointFileName
       01 RestartArgument PIC X(1) VALUE SPACE.
       01 TrailingArgumentTable. *>Restart flag and/or layout name after the file names, in either order, see ApplyTrailingArgument
          05 TrailingArgument PIC X(16) OCCURS 2 TIMES.
       01 TrailingIndex PIC 9(1) VALUE ZERO.
       01 EnvFileName PIC X(60) VALUE SPACES.
       01 Counter PIC 9(5) VALUE 1.
       01 LineLength PIC 9(5) VALUE ZERO. *>Each record's real width, set from InputRecordLength after every READ
       01 CheckpointFileStatus PIC X(2) VALUE SPACES.
       01 TempOutputFileStatus PIC X(2) VALUE SPACES.
       01 AuditFileStatus PIC X(2) VALUE SPACES.
       01 LayoutFileStatus PIC X(2) VALUE SPACES.
       01 CatalogFileStatus PIC X(2) VALUE SPACES.
       01 CatalogFileName PIC X(60) VALUE SPACES. *>From the CATALOG environment variable, see CheckLayoutAgainstCatalog

*>field-level mode - a fixed-width extract keeps its keys and dates
*>in clear for the loading team, and only the column ranges named
*>in the layout file (LayoutArgument + ".LAY") are shifted. The
*>same layout has to drive the decrypt, so the name rides on the
*>catalog entry and the audit row and a decrypt of a catalogued
*>file is refused under any other layout.
       01 LayoutArgument PIC X(16) VALUE SPACES.
       01 LayoutFileName PIC X(64) VALUE SPACES.
       01 LayoutFieldCount PIC 9(2) VALUE ZERO.
       01 LayoutFieldLimit PIC 9(2) VALUE 50.
       01 LayoutFieldTable.
          05 LayoutField OCCURS 50 TIMES.
             10 LayoutFieldStart PIC 9(5).
             10 LayoutFieldEnd PIC 9(5).
       01 LayoutIndex PIC 9(2) VALUE ZERO.
       01 LayoutScanIndex PIC 9(2) VALUE ZERO.
       01 FieldEndColumn PIC 9(5) VALUE ZERO.
       01 END-OF-LAYOUT PIC X VALUE SPACE.
          88 END-OF-LAYOUT-FILE VALUE 'T'.
          88 NOT-END-OF-LAYOUT-FILE VALUE 'F'.
       01 LayoutStatusFlag PIC X(1) VALUE 'Y'. *>Set by LoadFieldLayout and CheckLayoutAgainstCatalog
          88 LayoutIsUsable VALUE 'Y'.
          88 LayoutIsNotUsable VALUE 'N'.

*>keyword (running-key) mode - the keyword's letter values over the
*>same 46-character alphabet drive a different shift per character
          88 COPY-AT-END VALUE 'T'.
          88 COPY-NOT-AT-END VALUE 'F'.

*>audit history chain - every row carries a sequence number and a
*>chain value folded from its own fields (through AuditSequence)
*>and the previous row's chain value, so a row edited, deleted or
*>slipped in afterwards no longer links to its neighbours when
*>AuditVerify walks the history. Two lanes, each a running
*>multiply-and-add over the row's bytes kept below its own prime,
*>side by side make the 18-digit value - the same fold DESCipher
*>and AuditVerify carry, keep all three in step.
       01 LastAuditSequence PIC 9(9) VALUE ZERO.
       01 LastAuditChain PIC 9(18) VALUE ZERO.
       01 AuditChainLanes.
          05 ChainLaneA PIC 9(9).
          05 ChainLaneB PIC 9(9).
       01 AuditChainValue REDEFINES AuditChainLanes PIC 9(18).
       01 ChainWork PIC 9(11) VALUE ZERO.
       01 ChainQuotient PIC 9(11) VALUE ZERO.
       01 ChainByteIndex PIC 9(3) VALUE ZERO.
       01 ChainByte PIC X(1) VALUE SPACE.
       01 ChainByteValue REDEFINES ChainByte PIC X(1) COMP-X.
       01 END-OF-AUDIT PIC X VALUE SPACE.
          88 END-OF-AUDIT-FILE VALUE 'T'.
          88 NOT-END-OF-AUDIT-FILE VALUE 'F'.

*>parameter block for registering finished encrypt runs with the
*>catalog - the same stamped layout this program itself accepts
*>from its callers, see RegisterOutputInCatalog
          05 CatalogCallEyecatcher PIC X(8) VALUE "CIPHCALL".
          05 CatalogCallText PIC X(200) VALUE SPACES.
          05 CatalogCallReturnCode PIC 9(2) VALUE ZERO.
       *>The sign travels with the registered shift, always as a
       *>leading "+" or "-", so a decrypt built from the catalog runs
       *>the same shift back rather than its mirror image
       01 CatalogShiftText PIC S9(3) SIGN LEADING SEPARATE VALUE ZERO.

       LINKAGE SECTION.
       *>Parameter block supplied when another program CALLs this one
       RunBatchMode SECTION.
         *>Drives the same single-file logic once per row of a control
         *>file, each row giving its own mode, shift, and file names -
         *>("E 07 IN1.TXT OUT1.TXT" / "D 07 IN2.TXT OUT2.TXT" / ...),
         *>plus an optional field layout name after the output file.
         OPEN INPUT ControlFile
         IF ControlFileStatus NOT = "00"
           DISPLAY "ERROR OPENING CONTROL FILE " ControlFileName
         *>the input and/or output file token) leaves them at SPACES
         *>instead of silently reusing whatever the previous row (or the
         *>compiled-in default, on the first row) left behind.
         MOVE SPACES TO InputFileName OutputFileName LayoutArgument
         UNSTRING ControlRecord DELIMITED BY ALL SPACE
           INTO ModeArgument ParmArgument InputFileName OutputFileName
             LayoutArgument
         PERFORM DistributeParmArgument
         PERFORM SetModeFromArgument
         IF InputFileName = SPACES OR OutputFileName = SPACES
           END-IF
         END-IF

         SET LayoutIsUsable TO TRUE
         MOVE ZERO TO LayoutFieldCount
         IF LayoutArgument NOT = SPACES
           PERFORM LoadFieldLayout
         END-IF
         IF LayoutIsUsable AND (EncOrDecMode = 1 OR EncOrDecMode = 3)
           PERFORM CheckLayoutAgainstCatalog
         END-IF
         IF LayoutIsNotUsable
           PERFORM FlagRunFailed
           GOBACK
         END-IF

         PERFORM SetUpCheckpointFileName
         SET LastCheckpointLine TO ZERO
         IF IsRestartRequested
           NOT AT END
             ADD 1 TO LineNumber
             MOVE InputRecordLength TO LineLength
             IF LayoutFieldCount > 0
               PERFORM ShiftOneLayoutField
                 VARYING LayoutIndex FROM 1 BY 1
                 UNTIL LayoutIndex > LayoutFieldCount
             ELSE
               IF EncOrDecMode = 0
                 PERFORM EncryptLettersInLine UNTIL Counter > LineLength
               END-IF
               IF EncOrDecMode = 1
                 PERFORM DecryptLettersInLine UNTIL Counter > LineLength
               END-IF
               IF EncOrDecMode = 2
                 PERFORM KeywordEncryptLettersInLine
                   UNTIL Counter > LineLength
               END-IF
               IF EncOrDecMode = 3
                 PERFORM KeywordDecryptLettersInLine
                   UNTIL Counter > LineLength
               END-IF
             END-IF
             MOVE InputRecordLength TO OutputRecordLength
             WRITE OutputLine FROM InputLine
         END-READ
         EXIT.

       ShiftOneLayoutField SECTION.
         *>Walks just this field's columns through the same per-mode
         *>letter sections a whole-record run uses, stopping short at
         *>the end of a line narrower than the layout. In keyword mode
         *>the keyword advances over protected columns only, so the
         *>decrypt under the same layout retraces it exactly.
         MOVE LayoutFieldStart(LayoutIndex) TO Counter
         MOVE LayoutFieldEnd(LayoutIndex) TO FieldEndColumn
         IF FieldEndColumn > LineLength
           MOVE LineLength TO FieldEndColumn
         END-IF
         IF EncOrDecMode = 0
           PERFORM EncryptLettersInLine UNTIL Counter > FieldEndColumn
         END-IF
         IF EncOrDecMode = 1
           PERFORM DecryptLettersInLine UNTIL Counter > FieldEndColumn
         END-IF
         IF EncOrDecMode = 2
           PERFORM KeywordEncryptLettersInLine
             UNTIL Counter > FieldEndColumn
         END-IF
         IF EncOrDecMode = 3
           PERFORM KeywordDecryptLettersInLine
             UNTIL Counter > FieldEndColumn
         END-IF
         EXIT.

       LoadFieldLayout SECTION.
         *>Reads the layout's column ranges into LayoutFieldTable once
         *>per file. A range that is not numeric, runs backwards, falls
         *>outside a 32000-byte record, or overlaps another range
         *>refuses the run - a layout that might shift a column twice,
         *>or not at all, cannot be trusted to decrypt cleanly.
         MOVE SPACES TO LayoutFileName
         STRING LayoutArgument DELIMITED BY SPACE
                ".LAY" DELIMITED BY SIZE
           INTO LayoutFileName
         OPEN INPUT LayoutFile
         IF LayoutFileStatus NOT = "00"
           DISPLAY "ERROR OPENING FIELD LAYOUT " LayoutFileName
             ": STATUS = " LayoutFileStatus
           SET LayoutIsNotUsable TO TRUE
           EXIT SECTION
         END-IF
         SET NOT-END-OF-LAYOUT-FILE TO TRUE
         PERFORM LoadOneLayoutField
           UNTIL END-OF-LAYOUT-FILE OR LayoutIsNotUsable
         CLOSE LayoutFile
         IF LayoutIsUsable AND LayoutFieldCount = 0
           DISPLAY "FIELD LAYOUT NAMES NO COLUMN RANGES: " LayoutFileName
           SET LayoutIsNotUsable TO TRUE
         END-IF
         EXIT.

       LoadOneLayoutField SECTION.
         MOVE SPACES TO LayoutRecord
         READ LayoutFile
           NOT AT END
             IF LayoutRecord NOT = SPACES
                 AND LayoutRecord(1:1) NOT = '*'
               PERFORM AddOneLayoutField
             END-IF
           AT END
             SET END-OF-LAYOUT-FILE TO TRUE
         END-READ
         EXIT.

       AddOneLayoutField SECTION.
         IF LayoutStartColumn NOT NUMERIC OR LayoutEndColumn NOT NUMERIC
           DISPLAY "FIELD LAYOUT ROW NOT NUMERIC: " LayoutRecord
           SET LayoutIsNotUsable TO TRUE
           EXIT SECTION
         END-IF
         IF LayoutStartColumn < 1
             OR LayoutEndColumn < LayoutStartColumn
             OR LayoutEndColumn > 32000
           DISPLAY "FIELD LAYOUT RANGE NOT VALID: " LayoutRecord
           SET LayoutIsNotUsable TO TRUE
           EXIT SECTION
         END-IF
         IF LayoutFieldCount >= LayoutFieldLimit
           DISPLAY "FIELD LAYOUT HAS MORE THAN " LayoutFieldLimit
             " RANGES: " LayoutFileName
           SET LayoutIsNotUsable TO TRUE
           EXIT SECTION
         END-IF
         PERFORM CheckOneLayoutOverlap
           VARYING LayoutScanIndex FROM 1 BY 1
           UNTIL LayoutScanIndex > LayoutFieldCount
             OR LayoutIsNotUsable
         IF LayoutIsUsable
           ADD 1 TO LayoutFieldCount
           MOVE LayoutStartColumn TO LayoutFieldStart(LayoutFieldCount)
           MOVE LayoutEndColumn TO LayoutFieldEnd(LayoutFieldCount)
         END-IF
         EXIT.

       CheckOneLayoutOverlap SECTION.
         IF LayoutStartColumn <= LayoutFieldEnd(LayoutScanIndex)
             AND LayoutEndColumn >= LayoutFieldStart(LayoutScanIndex)
           DISPLAY "FIELD LAYOUT RANGES OVERLAP: " LayoutRecord
           SET LayoutIsNotUsable TO TRUE
         END-IF
         EXIT.

       CheckLayoutAgainstCatalog SECTION.
         *>A decrypt under a different layout than the encrypt would
         *>shift the wrong columns and quietly corrupt the extract, so a
         *>catalogued input file has to name exactly the layout it was
         *>registered with (spaces for a whole-record encrypt). A file
         *>the catalog does not know is let through with a warning -
         *>there is nothing on record to hold it to.
         ACCEPT CatalogFileName FROM ENVIRONMENT "CATALOG"
         IF CatalogFileName = SPACES
           MOVE "cipherCatalog.dat" TO CatalogFileName
         END-IF
         OPEN INPUT CatalogFile
         IF CatalogFileStatus NOT = "00"
           DISPLAY "WARNING - CATALOG NOT AVAILABLE, FIELD LAYOUT NOT "
             "CONFIRMED, STATUS = " CatalogFileStatus
           IF CatalogFileStatus = "05"
             CLOSE CatalogFile
           END-IF
           EXIT SECTION
         END-IF
         MOVE InputFileName TO CatOutputFile
         READ CatalogFile
           INVALID KEY
             DISPLAY "WARNING - INPUT FILE NOT IN CATALOG, FIELD "
               "LAYOUT NOT CONFIRMED: " InputFileName
           NOT INVALID KEY
             IF CatCipher = "CAESAR" AND CatLayout NOT = LayoutArgument
               DISPLAY "FIELD LAYOUT DOES NOT MATCH THE CATALOG - "
                 "FILE WAS ENCRYPTED UNDER LAYOUT '" CatLayout "'"
               SET LayoutIsNotUsable TO TRUE
             END-IF
         END-READ
         CLOSE CatalogFile
         EXIT.

       CheckpointIfDue SECTION.
         DIVIDE LineNumber BY CheckpointInterval
           GIVING CheckpointQuotient REMAINDER CheckpointRemainder
         *>switches to batch mode, where the second token is the control
         *>file driving the run (see RunBatchMode). A trailing R or Y
         *>token in either mode asks to restart from the last checkpoint
         *>instead of starting each file over from line one. A longer
         *>token after the file names is a field layout name ("E 07
         *>IN.TXT OUT.TXT PAYROLL R"), in either order with the restart
         *>flag - see LoadFieldLayout. When another
         *>program CALLs this one, the same token string arrives through
         *>CalledParm instead of the operating system's PARM.
         IF ADDRESS OF CalledParmBlock NOT = NULL
               INTO ModeArgument ControlFileName RestartArgument
           ELSE
             MOVE SPACES TO InputFileName OutputFileName
             MOVE SPACES TO TrailingArgumentTable
             UNSTRING JclParm DELIMITED BY ALL SPACE
               INTO ModeArgument ParmArgument InputFileName OutputFileName
                 TrailingArgument(1) TrailingArgument(2)
             PERFORM DistributeParmArgument
             PERFORM ApplyTrailingArgument
               VARYING TrailingIndex FROM 1 BY 1 UNTIL TrailingIndex > 2
           END-IF
         ELSE
           DISPLAY "ENTER MODE - E TO ENCRYPT, D TO DECRYPT, "
             ACCEPT InputFileName FROM SYSIN
             DISPLAY "ENTER OUTPUT FILE NAME (BLANK FOR DEFAULT): "
             ACCEPT OutputFileName FROM SYSIN
             DISPLAY "ENTER FIELD LAYOUT NAME (BLANK FOR WHOLE RECORDS): "
             ACCEPT LayoutArgument FROM SYSIN
           END-IF
           DISPLAY "RESTART FROM LAST CHECKPOINT? (Y/N): "
           ACCEPT RestartArgument FROM SYSIN
         END-IF
         EXIT.

       ApplyTrailingArgument SECTION.
         *>A one-character token is the restart answer (R/Y to restart);
         *>anything longer names the field layout, which is why layout
         *>names are always at least two characters.
         IF TrailingArgument(TrailingIndex) NOT = SPACES
           IF TrailingArgument(TrailingIndex)(2:15) = SPACES
             MOVE TrailingArgument(TrailingIndex)(1:1) TO RestartArgument
           ELSE
             MOVE TrailingArgument(TrailingIndex) TO LayoutArgument
           END-IF
         END-IF
         EXIT.

       DistributeParmArgument SECTION.
         *>The second PARM/control-file token is a shift amount for the
         *>E/D modes but a keyword for the K/U modes - route it to the
         ELSE
           DISPLAY "SHIFT AMOUNT .........: " ShiftAmount
         END-IF
         IF LayoutFieldCount > 0
           DISPLAY "FIELD LAYOUT .........: " LayoutArgument
           DISPLAY "PROTECTED RANGES .....: " LayoutFieldCount
         END-IF
         DISPLAY "LINES PROCESSED ......: " LinesProcessed
         DISPLAY "CHARACTERS SHIFTED ...: " CharsShifted
         DISPLAY "RUN START TIME (HHMMSSss): " RunStartTime
                  KeywordArgument DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  OutputFileName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LayoutArgument DELIMITED BY SPACE
             INTO CatalogCallText
         ELSE
           MOVE ShiftAmount TO CatalogShiftText
                  CatalogShiftText DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OutputFileName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LayoutArgument DELIMITED BY SPACE
             INTO CatalogCallText
         END-IF
         MOVE ZERO TO CatalogCallReturnCode
         ELSE
           MOVE "cipherAudit.dat" TO AuditFileName
         END-IF
         PERFORM FindLastAuditLink
         OPEN EXTEND AuditFile
         IF AuditFileStatus NOT = "00" AND AuditFileStatus NOT = "05"
           DISPLAY "WARNING - AUDIT HISTORY NOT WRITTEN, STATUS = "
           MOVE LinesProcessed TO AuditLineCount
           MOVE CharsShifted TO AuditCharCount
           MOVE OutputFileStatus TO AuditEndStatus
           MOVE LayoutArgument TO AuditLayout
           COMPUTE AuditSequence = LastAuditSequence + 1
           PERFORM ComputeAuditChain
           WRITE AuditRecord
           CLOSE AuditFile
         END-IF
         EXIT.

       FindLastAuditLink SECTION.
         *>The new row links to the last chained row in the history -
         *>a line-sequential file only reads front to back, so the
         *>whole history is read to find it. Rows from before the
         *>chain started have no sequence or chain value and are
         *>passed over; an empty or missing history starts the chain
         *>at sequence 1 from a zero chain value.
         MOVE ZERO TO LastAuditSequence
         MOVE ZERO TO LastAuditChain
         OPEN INPUT AuditFile
         IF AuditFileStatus = "00" OR AuditFileStatus = "05"
           SET NOT-END-OF-AUDIT-FILE TO TRUE
           PERFORM ReadOneAuditLink UNTIL END-OF-AUDIT-FILE
           CLOSE AuditFile
         END-IF
         EXIT.

       ReadOneAuditLink SECTION.
         MOVE SPACES TO AuditRecord
         READ AuditFile
           AT END
             SET END-OF-AUDIT-FILE TO TRUE
           NOT AT END
             IF AuditSequence NUMERIC AND AuditChain NUMERIC
               MOVE AuditSequence TO LastAuditSequence
               MOVE AuditChain TO LastAuditChain
             END-IF
         END-READ
         EXIT.

       ComputeAuditChain SECTION.
         *>Both lanes start from the previous row's chain value, then
         *>fold in every byte of this row up to and including its
         *>sequence number.
         MOVE LastAuditChain TO AuditChainValue
         PERFORM FoldOneAuditByte
           VARYING ChainByteIndex FROM 1 BY 1
           UNTIL ChainByteIndex > 212
         MOVE AuditChainValue TO AuditChain
         EXIT.

       FoldOneAuditByte SECTION.
         MOVE AuditRecord(ChainByteIndex:1) TO ChainByte
         COMPUTE ChainWork = ChainLaneA * 31 + ChainByteValue + 1
         DIVIDE ChainWork BY 999999937 GIVING ChainQuotient
           REMAINDER ChainLaneA
         COMPUTE ChainWork = ChainLaneB * 37 + ChainByteValue + 7
         DIVIDE ChainWork BY 999999929 GIVING ChainQuotient
           REMAINDER ChainLaneB
         EXIT.
