IDENTIFICATION DIVISION.
PROGRAM-ID. LogRotate-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-LOG-ROTATE.

PROCEDURE DIVISION.
    CALL "LogRotate-Configure"
    MOVE SPACES TO LOG-ROTATE-LAST-DATE
    GOBACK.

END PROGRAM LogRotate-Init.

*> --- LogRotate-Configure ---
*> The retention window, read at startup and again by Config-Reload.
IDENTIFICATION DIVISION.
PROGRAM-ID. LogRotate-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-LOG-ROTATE.
    IF LOG-ROTATE-RETENTION-DAYS < 1
        MOVE 7 TO LOG-ROTATE-RETENTION-DAYS
    END-IF
    GOBACK.

END PROGRAM LogRotate-Configure.

*> --- LogRotate-CheckDaily ---
*> Called once per tick from World-Tick, firing on the first tick of
*> each new calendar date - the same rollover trigger the nightly backup
*> uses. Each append-forever log (server.log, chat.log, metrics.csv,
*> playtime.log, item-use.log, the economy ledger, tick-profile.csv) is
*> rolled by a single CBL_RENAME_FILE into <name>.<yesterday>, which is
*> atomic: an append racing the rotation lands wholly in one file or the
*> other, never in neither, and the next append simply recreates the
*> live file. The rotated file from retention-days ago is deleted in the
*> same pass - except the economy ledger's: the ledger is the book of
*> record EconomyReconcile-Run and EconomySupply-Report replay from the
*> first coin, so its daily copies are kept for good and each one is
*> listed, oldest first, in save/economy-ledger.index for them to find
*> (the first rotation to run without an index lists the copies still
*> on disk from before).
*> metrics.csv alone grows a line per tick, so without this pass a long
*> weekend runs the disk out - which costs far more than the rotation.
IDENTIFICATION DIVISION.
PROGRAM-ID. LogRotate-CheckDaily.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-LEDGER-INDEX
        ASSIGN TO "save/economy-ledger.index"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-LEDGER-INDEX.
    01 LEDGER-INDEX-LINE         PIC X(64).
WORKING-STORAGE SECTION.
    COPY DD-LOG-ROTATE.
    01 TODAY-DATE                PIC X(8).
    01 ROLLED-NAME               PIC X(64).
    01 EXPIRED-NAME              PIC X(64).
    01 RC                        BINARY-LONG.
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 C-LEDGER-NAME             PIC X(48) VALUE "save/economy-ledger.log".
    01 PROBE-INTEGER             BINARY-LONG.
    01 PROBE-STAMP               PIC 9(8).
    01 DAYS-BACK                 BINARY-LONG.
    01 LOG-INDEX                 BINARY-CHAR UNSIGNED.
    01 C-LOG-COUNT               BINARY-CHAR UNSIGNED VALUE 7.
    01 LOG-NAME-TABLE.
        05 FILLER PIC X(48) VALUE "save/server.log".
        05 FILLER PIC X(48) VALUE "save/logs/chat.log".
        05 FILLER PIC X(48) VALUE "save/playtime.log".
        05 FILLER PIC X(48) VALUE "save/item-use.log".
        05 FILLER PIC X(48) VALUE "save/economy-ledger.log".
        05 FILLER PIC X(48) VALUE "save/logs/tick-profile.csv".
    01 LOG-NAME-LIST REDEFINES LOG-NAME-TABLE.
        05 LOG-NAME OCCURS 7 TIMES PIC X(48).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
        *> the rename either fully succeeds or fully fails (most often
        *> because nothing was written that day) - either way no line
        *> is lost mid-rotation
        IF LIVE-NAME = C-LEDGER-NAME
            PERFORM ROLL-LEDGER
        ELSE
            CALL "CBL_RENAME_FILE" USING LIVE-NAME ROLLED-NAME GIVING RC

            MOVE SPACES TO EXPIRED-NAME
            STRING FUNCTION TRIM(LIVE-NAME) "." EXPIRED-STAMP
                DELIMITED BY SIZE INTO EXPIRED-NAME
            CALL "CBL_DELETE_FILE" USING EXPIRED-NAME GIVING RC
        END-IF
    END-PERFORM
    GOBACK.

ROLL-LEDGER.
    CALL "CBL_CHECK_FILE_EXIST" USING "save/economy-ledger.index"
        FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        PERFORM SEED-LEDGER-INDEX
    END-IF
    CALL "CBL_RENAME_FILE" USING LIVE-NAME ROLLED-NAME GIVING RC
    IF RC = 0
        OPEN EXTEND FD-LEDGER-INDEX
        MOVE ROLLED-NAME TO LEDGER-INDEX-LINE
        WRITE LEDGER-INDEX-LINE
        CLOSE FD-LEDGER-INDEX
    END-IF.

SEED-LEDGER-INDEX.
    *> the copies older rotations left: nothing before the retention
    *> window can still be on disk
    OPEN OUTPUT FD-LEDGER-INDEX
    PERFORM VARYING DAYS-BACK FROM LOG-ROTATE-RETENTION-DAYS BY -1
            UNTIL DAYS-BACK < 1
        COMPUTE PROBE-INTEGER = YESTERDAY-INTEGER - DAYS-BACK
        COMPUTE PROBE-STAMP = FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
        MOVE SPACES TO LEDGER-INDEX-LINE
        STRING FUNCTION TRIM(C-LEDGER-NAME) "." PROBE-STAMP
            DELIMITED BY SIZE INTO LEDGER-INDEX-LINE
        CALL "CBL_CHECK_FILE_EXIST" USING LEDGER-INDEX-LINE
            FILE-EXIST-INFO
        IF RETURN-CODE = 0
            WRITE LEDGER-INDEX-LINE
        END-IF
    END-PERFORM
    CLOSE FD-LEDGER-INDEX.

END PROGRAM LogRotate-CheckDaily.
