*> --- Backup-Init ---
*> Loads backup-retention-count (Backup-Configure) and clears
*> BACKUP-LAST-DATE, the same way every other subsystem's -Init loads
*> its own config and zeroes its own EXTERNAL state at startup.
IDENTIFICATION DIVISION.
PROGRAM-ID. Backup-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BACKUP.

PROCEDURE DIVISION.
    MOVE SPACES TO BACKUP-LAST-DATE
    CALL "Backup-Configure"
    GOBACK.

END PROGRAM Backup-Init.

*> --- Backup-Configure ---
*> How many nightly backups to keep (backup-retention-count, default 7
*> nights), read at startup and again by Config-Reload.
IDENTIFICATION DIVISION.
PROGRAM-ID. Backup-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BACKUP.
    01 CONFIGURED-RETENTION-COUNT   BINARY-LONG-LONG.

PROCEDURE DIVISION.
    CALL "Config-GetNumber" USING "backup-retention-count" 7
        CONFIGURED-RETENTION-COUNT
    MOVE CONFIGURED-RETENTION-COUNT TO BACKUP-RETENTION-COUNT
    GOBACK.

END PROGRAM Backup-Configure.

*> --- Backup-CheckNightly ---
*> Called once per tick from World-Tick, the same way the autosave counter
