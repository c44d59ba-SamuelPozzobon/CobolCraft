*> --- Infractions-Append ---
*> Writes one warning to save/infractions.dat (see DD-INFRACTION-FILE):
*> when, who was warned, how many points, which moderator and why. The
*> file is append-only like the other save/ moderation records; points
*> are never deleted, they simply stop counting once they are older
*> than warn-decay-days.
IDENTIFICATION DIVISION.
PROGRAM-ID. Infractions-Append.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-INFRACTIONS
        ASSIGN TO "save/infractions.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-INFRACTIONS.
    COPY DD-INFRACTION-FILE.
WORKING-STORAGE SECTION.
    01 UUID-STR                  PIC X(36).
LINKAGE SECTION.
    01 LK-TARGET-UUID            PIC X(16).
    01 LK-TARGET-NAME            PIC X(16).
    01 LK-MODERATOR-NAME         PIC X(16).
    01 LK-POINTS                 BINARY-LONG.
    01 LK-REASON                 PIC X(64).

PROCEDURE DIVISION USING LK-TARGET-UUID LK-TARGET-NAME LK-MODERATOR-NAME
        LK-POINTS LK-REASON.
    CALL "UUID-ToString" USING LK-TARGET-UUID UUID-STR
    CALL "CBL_CREATE_DIR" USING "save"
    MOVE SPACES TO FILE-INFRACTION
    MOVE FUNCTION CURRENT-DATE(1:14) TO FILE-INFRACTION-STAMP
    MOVE UUID-STR TO FILE-INFRACTION-TARGET-UUID
    MOVE LK-POINTS TO FILE-INFRACTION-POINTS
    MOVE LK-MODERATOR-NAME TO FILE-INFRACTION-MODERATOR
    MOVE LK-TARGET-NAME TO FILE-INFRACTION-TARGET-NAME
    MOVE LK-REASON TO FILE-INFRACTION-REASON
    OPEN EXTEND FD-INFRACTIONS
    WRITE FILE-INFRACTION
    CLOSE FD-INFRACTIONS
    GOBACK.

END PROGRAM Infractions-Append.

*> --- Infractions-IsActive ---
*> Whether a warning stamped on the given day still counts: its points
*> decay once it is warn-decay-days old. Shared by the points total
*> below and by PROFILE's list, so both agree on what is active.
IDENTIFICATION DIVISION.
PROGRAM-ID. Infractions-IsActive.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 DECAY-DAYS                BINARY-LONG-LONG.
    01 STAMP-DATE                PIC 9(8).
    01 TODAY-DATE                PIC 9(8).
LINKAGE SECTION.
    01 LK-STAMP                  PIC X(14).
    01 LK-ACTIVE                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-STAMP LK-ACTIVE.
    MOVE 0 TO LK-ACTIVE
    IF LK-STAMP(1:8) IS NOT NUMERIC
        GOBACK
    END-IF
    CALL "Config-GetNumber" USING "warn-decay-days" 30 DECAY-DAYS
    MOVE LK-STAMP(1:8) TO STAMP-DATE
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    IF FUNCTION INTEGER-OF-DATE(STAMP-DATE) + DECAY-DAYS
            > FUNCTION INTEGER-OF-DATE(TODAY-DATE)
        MOVE 1 TO LK-ACTIVE
    END-IF
    GOBACK.

END PROGRAM Infractions-IsActive.

*> --- Infractions-ActivePoints ---
*> Totals a player's warning points that have not yet decayed, and how
*> many warnings carry them. WARN reads this before and after writing
*> a new warning to see which escalation thresholds were crossed.
IDENTIFICATION DIVISION.
PROGRAM-ID. Infractions-ActivePoints.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-INFRACTIONS
        ASSIGN TO "save/infractions.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-INFRACTIONS.
    COPY DD-INFRACTION-FILE.
WORKING-STORAGE SECTION.
    01 UUID-STR                  PIC X(36).
    01 IS-ACTIVE                 BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-TARGET-UUID            PIC X(16).
    01 LK-POINTS                 BINARY-LONG.
    01 LK-COUNT                  BINARY-LONG.

PROCEDURE DIVISION USING LK-TARGET-UUID LK-POINTS LK-COUNT.
    MOVE 0 TO LK-POINTS
    MOVE 0 TO LK-COUNT
    CALL "UUID-ToString" USING LK-TARGET-UUID UUID-STR

    OPEN INPUT FD-INFRACTIONS
    PERFORM UNTIL EXIT
        READ FD-INFRACTIONS
            AT END
                EXIT PERFORM
            NOT AT END
                IF FILE-INFRACTION-TARGET-UUID = UUID-STR
                        AND FILE-INFRACTION-POINTS IS NUMERIC
                    CALL "Infractions-IsActive" USING
                        FILE-INFRACTION-STAMP IS-ACTIVE
                    IF IS-ACTIVE NOT = 0
                        ADD FILE-INFRACTION-POINTS TO LK-POINTS
                        ADD 1 TO LK-COUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-INFRACTIONS
    GOBACK.

END PROGRAM Infractions-ActivePoints.
