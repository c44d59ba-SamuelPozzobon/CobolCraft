*> comes from the file that already owns that fact: sessions and
*> playtime from save/playtime.log, balance and stats from the save
*> file (or the live slot when online), infractions from the permanent
*> and temporary ban records, the mute record and the warnings still
*> counting in save/infractions.dat, claims from the
*> claim table, past names from the rename history, the rules
*> acceptance from save/rules-accepted.dat, and the personal ignore
*> list from save/ignores.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Profile.

        SELECT OPTIONAL FD-TEMPBANS
            ASSIGN TO "save/tempbans.dat"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL FD-INFRACTIONS
            ASSIGN TO "save/infractions.dat"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL FD-NAME-HISTORY
            ASSIGN TO "save/name-history.dat"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL FD-PLAYER-PEEK
            ASSIGN TO PEEK-FILE-NAME
            ORGANIZATION IS SEQUENTIAL
        01 SESSION-LOG-LINE       PIC X(160).
    FD FD-TEMPBANS.
        01 TEMPBAN-LINE           PIC X(160).
    FD FD-INFRACTIONS.
        COPY DD-INFRACTION-FILE.
    FD FD-NAME-HISTORY.
        01 NAME-HISTORY-LINE      PIC X(96).
    FD FD-PLAYER-PEEK.
        COPY DD-PLAYER-FILE.
    WORKING-STORAGE SECTION.
        01 LINE-NAME              PIC X(16).
        01 LINE-EVENT             PIC X(10).
        01 LINE-EXPIRY            PIC X(14).
        01 LINE-DATE              PIC X(8).
        01 LINE-OLD-NAME          PIC X(16).
        01 LINE-NEW-NAME          PIC X(16).
        01 PAST-NAMES             PIC X(160).
        01 PAST-NAMES-POINTER     BINARY-LONG UNSIGNED.
        01 PAST-NAME-COUNT        BINARY-LONG UNSIGNED.
        01 FIRST-SEEN             PIC X(14).
        01 LAST-SEEN              PIC X(14).
        01 SESSION-START          BINARY-LONG-LONG.
        01 TEMPBAN-ACTIVE         BINARY-LONG UNSIGNED.
        01 MUTE-REMAINING         BINARY-LONG-LONG.
        01 IS-BANNED              BINARY-CHAR UNSIGNED.
        01 WARNING-POINTS         BINARY-LONG.
        01 WARNING-COUNT          BINARY-LONG.
        01 WARNING-ACTIVE         BINARY-CHAR UNSIGNED.
        01 WARNING-DATE           PIC X(10).
        01 RULES-ACCEPTED-VERSION BINARY-LONG UNSIGNED.
        01 RULES-ACCEPTED-STAMP   PIC X(14).
        01 CLAIM-INDEX            BINARY-LONG UNSIGNED.
        01 CLAIM-TOTAL            BINARY-LONG UNSIGNED.
        01 PEEK-BALANCE           BINARY-LONG.
        01 PEEK-DEATHS            BINARY-LONG.
        01 HAVE-SAVE              BINARY-CHAR UNSIGNED.
        01 REPORT-LINE            PIC X(160).
        01 REPORT-POINTER         BINARY-LONG UNSIGNED.
        COPY DD-IGNORE-LIST.
        01 IGNORE-INDEX           BINARY-LONG UNSIGNED.
        01 MINUTES-DISPLAY        PIC Z(9)9.
        01 NUMBER-DISPLAY         PIC -(11)9.
        01 COUNT-DISPLAY          PIC Z(5)9.
        PERFORM SCAN-INFRACTIONS
        PERFORM COUNT-CLAIMS
        PERFORM PEEK-SAVE
        PERFORM SCAN-NAMES

        MOVE SPACES TO REPORT-LINE
        STRING "-- profile: " FUNCTION TRIM(TARGET-NAME) " --"
        END-IF
        PERFORM SAY-LINE

        IF PAST-NAME-COUNT > 0
            MOVE PAST-NAMES TO REPORT-LINE
            PERFORM SAY-LINE
        END-IF

        COMPUTE TOTAL-SECONDS = TOTAL-SECONDS / 60
        MOVE TOTAL-SECONDS TO MINUTES-DISPLAY
        MOVE SPACES TO REPORT-LINE
            PERFORM SAY-LINE
        END-IF

        PERFORM LIST-WARNINGS

        IF TARGET-PLAYER NOT = 0
            MOVE PLAYER-STAT-BLOCKS-BROKEN(TARGET-PLAYER)
                TO NUMBER-DISPLAY
        STRING "claims " FUNCTION TRIM(COUNT-DISPLAY)
            DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM SAY-LINE

        CALL "Rules-FindAcceptance" USING TARGET-UUID
            RULES-ACCEPTED-VERSION RULES-ACCEPTED-STAMP
        MOVE SPACES TO REPORT-LINE
        IF RULES-ACCEPTED-VERSION = 0
            MOVE "rules never accepted" TO REPORT-LINE
        ELSE
            MOVE RULES-ACCEPTED-VERSION TO COUNT-DISPLAY
            STRING "rules v" FUNCTION TRIM(COUNT-DISPLAY) " accepted "
                RULES-ACCEPTED-STAMP(1:4) "-" RULES-ACCEPTED-STAMP(5:2)
                "-" RULES-ACCEPTED-STAMP(7:2) " "
                RULES-ACCEPTED-STAMP(9:2) ":" RULES-ACCEPTED-STAMP(11:2)
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        PERFORM SAY-LINE

        *> the live list for an online player, their file otherwise
        IF TARGET-PLAYER NOT = 0
            MOVE PLAYER-IGNORES(TARGET-PLAYER) TO IGNORE-LIST
        ELSE
            CALL "Ignore-ReadFile" USING TARGET-UUID IGNORE-LIST
        END-IF
        MOVE SPACES TO REPORT-LINE
        IF IGNORE-COUNT = 0
            MOVE "ignores nobody" TO REPORT-LINE
        ELSE
            MOVE 1 TO REPORT-POINTER
            STRING "ignores" DELIMITED BY SIZE INTO REPORT-LINE
                WITH POINTER REPORT-POINTER
            PERFORM VARYING IGNORE-INDEX FROM 1 BY 1
                    UNTIL IGNORE-INDEX > IGNORE-COUNT
                IF IGNORE-INDEX > 1
                    STRING "," DELIMITED BY SIZE INTO REPORT-LINE
                        WITH POINTER REPORT-POINTER
                END-IF
                STRING " " FUNCTION TRIM(IGNORE-NAME(IGNORE-INDEX))
                    DELIMITED BY SIZE INTO REPORT-LINE
                    WITH POINTER REPORT-POINTER
            END-PERFORM
        END-IF
        PERFORM SAY-LINE
        GOBACK.

    SAY-LINE.
        END-PERFORM
        CLOSE FD-SESSION-LOG.

    SCAN-NAMES.
        *> "CCYYMMDD UUID old new", oldest first; the date is the day
        *> the old name was given up
        MOVE 0 TO PAST-NAME-COUNT
        MOVE SPACES TO PAST-NAMES
        MOVE 1 TO PAST-NAMES-POINTER
        STRING "past names:" DELIMITED BY SIZE INTO PAST-NAMES
            WITH POINTER PAST-NAMES-POINTER
        OPEN INPUT FD-NAME-HISTORY
        PERFORM UNTIL EXIT
            READ FD-NAME-HISTORY
                AT END
                    EXIT PERFORM
                NOT AT END
                    MOVE SPACES TO LINE-DATE
                    MOVE SPACES TO LINE-UUID-STR
                    MOVE SPACES TO LINE-OLD-NAME
                    MOVE SPACES TO LINE-NEW-NAME
                    UNSTRING NAME-HISTORY-LINE DELIMITED BY ALL " "
                        INTO LINE-DATE LINE-UUID-STR LINE-OLD-NAME
                            LINE-NEW-NAME
                    IF LINE-UUID-STR = TARGET-UUID-STR
                        ADD 1 TO PAST-NAME-COUNT
                        IF PAST-NAME-COUNT > 1
                            STRING "," DELIMITED BY SIZE INTO PAST-NAMES
                                WITH POINTER PAST-NAMES-POINTER
                        END-IF
                        STRING " " FUNCTION TRIM(LINE-OLD-NAME)
                            " (until " LINE-DATE ")" DELIMITED BY SIZE
                            INTO PAST-NAMES WITH POINTER PAST-NAMES-POINTER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-NAME-HISTORY.

    SCAN-INFRACTIONS.
        MOVE 0 TO TEMPBAN-TOTAL
        MOVE 0 TO TEMPBAN-ACTIVE
        CALL "Players-CheckBanned" USING TARGET-UUID IS-BANNED
        CALL "Players-CheckMutedFile" USING TARGET-UUID MUTE-REMAINING.

    LIST-WARNINGS.
        *> only the warnings whose points still count, oldest first
        CALL "Infractions-ActivePoints" USING TARGET-UUID WARNING-POINTS
            WARNING-COUNT
        IF WARNING-COUNT = 0
            EXIT PARAGRAPH
        END-IF
        MOVE WARNING-POINTS TO COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "warning points " FUNCTION TRIM(COUNT-DISPLAY) " active:"
            DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM SAY-LINE
        OPEN INPUT FD-INFRACTIONS
        PERFORM UNTIL EXIT
            READ FD-INFRACTIONS
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF FILE-INFRACTION-TARGET-UUID = TARGET-UUID-STR
                            AND FILE-INFRACTION-POINTS IS NUMERIC
                        CALL "Infractions-IsActive" USING
                            FILE-INFRACTION-STAMP WARNING-ACTIVE
                        IF WARNING-ACTIVE NOT = 0
                            STRING FILE-INFRACTION-STAMP(1:4) "-"
                                FILE-INFRACTION-STAMP(5:2) "-"
                                FILE-INFRACTION-STAMP(7:2)
                                DELIMITED BY SIZE INTO WARNING-DATE
                            MOVE FILE-INFRACTION-POINTS TO COUNT-DISPLAY
                            MOVE SPACES TO REPORT-LINE
                            STRING "  " WARNING-DATE " +"
                                FUNCTION TRIM(COUNT-DISPLAY) " by "
                                FUNCTION TRIM(FILE-INFRACTION-MODERATOR)
                                ": "
                                FUNCTION TRIM(FILE-INFRACTION-REASON)
                                DELIMITED BY SIZE INTO REPORT-LINE
                            PERFORM SAY-LINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-INFRACTIONS.

    COUNT-CLAIMS.
        MOVE 0 TO CLAIM-TOTAL
        PERFORM VARYING CLAIM-INDEX FROM 1 BY 1
