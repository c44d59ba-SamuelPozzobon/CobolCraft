    01 ACTUAL-DIGEST             PIC X(32).
    01 ANY-LINES                 BINARY-CHAR UNSIGNED.
    01 LOG-MESSAGE               PIC X(160).
    COPY DD-BATCH-STEP.
LINKAGE SECTION.
    01 LK-DATE-STAMP             PIC X(8).
    01 LK-OK                     BINARY-CHAR UNSIGNED.
            NOT AT END
                IF MANIFEST-LINE NOT = SPACES
                    MOVE 1 TO ANY-LINES
                    ADD 1 TO BATCH-STEP-RECORDS
                    PERFORM VERIFY-ONE-LINE
                END-IF
        END-READ
    IF ACTUAL-SIZE NOT = EXPECTED-SIZE
            OR ACTUAL-DIGEST NOT = DIGEST-TOKEN
        MOVE 0 TO LK-OK
        ADD 1 TO BATCH-STEP-EXCEPTIONS
        MOVE SPACES TO LOG-MESSAGE
        STRING "backup verify mismatch: " DELIMITED BY SIZE
            FUNCTION TRIM(NAME-TOKEN) DELIMITED BY SIZE

END PROGRAM Backup-Verify.

*> --- Backup-VerifyLatest ---
*> The nightly-stream form of Backup-Verify: finds the newest backup
*> within backup-retention-count nights of today (the in-server nightly
*> backup runs at the first tick of each date, so on a server that was
*> stopped early there may be no backup for today itself) and verifies
*> it against its manifest. No backup in the window, or one that fails
*> verification, fails the step.
IDENTIFICATION DIVISION.
PROGRAM-ID. Backup-VerifyLatest.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BATCH-STEP.
    01 RETENTION-COUNT           BINARY-LONG-LONG.
    01 TODAY-INTEGER             PIC 9(8).
    01 PROBE-INTEGER             BINARY-LONG.
    01 PROBE-DATE                PIC 9(8).
    01 PROBE-DATE-STAMP          PIC X(8).
    01 DAYS-BACK                 BINARY-LONG.
    01 MANIFEST-PATH             PIC X(64).
    01 FOUND-BACKUP              BINARY-CHAR UNSIGNED.
    01 VERIFY-OK                 BINARY-CHAR UNSIGNED.
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 LOG-MESSAGE               PIC X(120).

PROCEDURE DIVISION.
    CALL "Config-Load"
    CALL "Config-GetNumber" USING "backup-retention-count" 7
        RETENTION-COUNT
    IF RETENTION-COUNT < 1 OR RETENTION-COUNT > 365
        MOVE 7 TO RETENTION-COUNT
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-INTEGER
    MOVE 0 TO FOUND-BACKUP
    PERFORM VARYING DAYS-BACK FROM 0 BY 1
            UNTIL DAYS-BACK >= RETENTION-COUNT OR FOUND-BACKUP NOT = 0
        COMPUTE PROBE-INTEGER =
            FUNCTION INTEGER-OF-DATE(TODAY-INTEGER) - DAYS-BACK
        COMPUTE PROBE-DATE = FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
        MOVE PROBE-DATE TO PROBE-DATE-STAMP
        MOVE SPACES TO MANIFEST-PATH
        STRING "save/backups/" PROBE-DATE-STAMP "/manifest.txt"
            DELIMITED BY SIZE INTO MANIFEST-PATH
        CALL "CBL_CHECK_FILE_EXIST" USING MANIFEST-PATH FILE-EXIST-INFO
        IF RETURN-CODE = 0
            MOVE 1 TO FOUND-BACKUP
        END-IF
    END-PERFORM

    IF FOUND-BACKUP = 0
        MOVE 1 TO BATCH-STEP-FAILED
        CALL "Log-Write" USING "ERROR"
            "backup verify failed: no backup within the retention window"
        GOBACK
    END-IF

    CALL "Backup-Verify" USING PROBE-DATE-STAMP VERIFY-OK
    MOVE SPACES TO LOG-MESSAGE
    IF VERIFY-OK = 0
        MOVE 1 TO BATCH-STEP-FAILED
        STRING "backup " PROBE-DATE-STAMP " failed verification"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "ERROR" LOG-MESSAGE
    ELSE
        STRING "backup " PROBE-DATE-STAMP " verified against its manifest"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "INFO" LOG-MESSAGE
    END-IF
    GOBACK.

END PROGRAM Backup-VerifyLatest.

*> --- Backup-Restore ---
*> Rebuilds the live save tree from a chosen backup date: every file
*> the manifest vouches for is copied back to the live path the shared
