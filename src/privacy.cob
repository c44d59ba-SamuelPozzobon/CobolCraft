*> --- Privacy-Run ---
*> The player data batch for data-subject requests. The operator lists
*> one request per line in save/privacy-requests.txt:
*>   EXPORT <uuid>   - write everything held on that UUID to one
*>                     dossier file, save/privacy/<uuid>-<date>.txt
*>   ERASE <uuid>    - anonymise or remove those same records
*> (blank lines and "#" comments skipped, the same shape as the
*> playerdata import list). The sources are the player file and its
*> rotated generations, the inventory snapshots, the dated backups, the
*> session log, chat log and item-use log (each with the rolled daily
*> copies still on disk, probed back privacy-history-days), the economy
*> ledger with every daily copy its index lists, the address log, the
*> mailbox, jobs, advancements, claims, town rosters, shops, the
*> land-market listings and leases, the shop sales log, the buy-back
*> sales log, auctions, the treasury journal, the banknote register,
*> lottery tickets and draw history, referrals, votes, report tickets
*> and the ticket journal, infractions, the jail roll, duel ratings,
*> the operator PIN, rules acceptance, the mining, combat-log and
*> command audit logs, the ignore list, quest progress, the rename
*> history and the usercache - every name the usercache and the rename
*> history have known the UUID by is matched in the logs keyed by name.
*> Erasure treats the two kinds of record differently. State files
*> (player file, snapshots, mailbox, ignore list, quest progress, jobs,
*> advancements, addresses, shops, land listings, lottery tickets,
*> referrals, tickets, infractions, jail roll, duel ratings, operator
*> PIN, rules acceptance, rename history, usercache) lose the player's
*> lines outright. Append-only logs keep every line but have the UUID
*> replaced by a tombstone identity (derived from the seed "erased" the
*> way the pool identities are)
*> and the name by "erased", so the ledger still totals: the money the
*> player held simply shows against the tombstone, and
*> EconomyReconcile-Run reports it there. Owned claims are released,
*> trust and town roster slots cleared (a mayor hands over to the next
*> member, or to the tombstone when nobody is left so the town bank
*> stays accounted for), live listings withdrawn and history
*> tombstoned. The dated backups are restore points and are left to
*> age out under backup-retention-count; the erasure log says how many
*> still hold a copy, and names the UUID so the erasure can be run
*> again after any restore. Every erasure lands one line per source in
*> save/privacy/erasures.log as well as the server log. The request
*> file is moved under save/privacy once worked so nothing runs twice.
*> Refuses to run while save/server.lock is held.
IDENTIFICATION DIVISION.
PROGRAM-ID. Privacy-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-REQUESTS
        ASSIGN TO "save/privacy-requests.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-USERCACHE
        ASSIGN TO "save/usercache.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-TEXT-IN
        ASSIGN TO TEXT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-TEXT-OUT
        ASSIGN TO TEXT-TEMP-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-PLAYER-FILE-IN
        ASSIGN TO PLAYER-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-SNAPSHOT-IN
        ASSIGN TO SNAPSHOT-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-AUCTION-FILE-IN
        ASSIGN TO "save/auctions.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-AUCTION-FILE-OUT
        ASSIGN TO "save/auctions.dat.tmp"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-LEDGER-INDEX
        ASSIGN TO "save/economy-ledger.index"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-DOSSIER
        ASSIGN TO DOSSIER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-ERASURE-LOG
        ASSIGN TO "save/privacy/erasures.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-REQUESTS.
    01 REQUEST-LINE              PIC X(128).
FD FD-USERCACHE.
    01 USERCACHE-LINE            PIC X(53).
*> wide enough for the longest line any source holds (commands.log)
FD FD-TEXT-IN.
    01 TEXT-IN-LINE              PIC X(4160).
FD FD-TEXT-OUT.
    01 TEXT-OUT-RECORD           PIC X(4160).
FD FD-PLAYER-FILE-IN.
    COPY DD-PLAYER-FILE.
FD FD-SNAPSHOT-IN.
    COPY DD-SNAPSHOT-FILE.
FD FD-AUCTION-FILE-IN.
    COPY DD-AUCTION-FILE.
FD FD-AUCTION-FILE-OUT.
    *> the DD-AUCTION-FILE record, written FROM it
    01 AUCTION-OUT-RECORD        PIC X(2129).
FD FD-LEDGER-INDEX.
    01 LEDGER-INDEX-LINE         PIC X(64).
FD FD-DOSSIER.
    01 DOSSIER-LINE              PIC X(4160).
FD FD-ERASURE-LOG.
    01 ERASURE-LINE              PIC X(132).
WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    COPY DD-TOWNS.
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    *> where an erased player's UUID and name go in the append-only logs
    01 C-TOMBSTONE-SEED          PIC X(16) VALUE "erased".
    01 C-TOMBSTONE-SEED-LEN      BINARY-LONG UNSIGNED VALUE 6.
    01 C-TOMBSTONE-NAME          PIC X(6) VALUE "erased".
    01 TOMBSTONE-UUID            PIC X(16).
    01 TOMBSTONE-UUID-STR        PIC X(36).
    01 HISTORY-DAYS              BINARY-LONG-LONG.
    01 RETENTION-COUNT           BINARY-LONG-LONG.
    01 RUN-STAMP                 PIC X(14).
    01 TODAY-INTEGER             PIC 9(8).
    01 PROBE-INTEGER             BINARY-LONG.
    01 PROBE-DATE                PIC 9(8).
    01 DAYS-BACK                 BINARY-LONG.
    *> the request being worked
    01 REQUEST-ACTION            PIC X(8).
    01 REQUEST-UUID-STR          PIC X(40).
    01 REQUEST-MODE              BINARY-CHAR UNSIGNED.
        88 MODE-EXPORT           VALUE 1.
        88 MODE-ERASE            VALUE 2.
    01 SUBJECT-UUID              PIC X(16).
    01 SUBJECT-UUID-STR          PIC X(36).
    01 CHECK-UUID-STR            PIC X(36).
    01 MAX-SUBJECT-NAMES         BINARY-LONG UNSIGNED VALUE 16.
    01 SUBJECT-NAMES.
        05 SUBJECT-NAME OCCURS 16 TIMES PIC X(16).
    01 SUBJECT-NAME-COUNT        BINARY-LONG UNSIGNED.
    01 NAME-INDEX                BINARY-LONG UNSIGNED.
    01 NAME-LENGTH               BINARY-LONG UNSIGNED.
    01 NAME-KNOWN                BINARY-CHAR UNSIGNED.
    01 LINE-UUID-STR             PIC X(36).
    01 LINE-NAME                 PIC X(16).
    01 LINE-NEW-NAME             PIC X(16).
    *> one text source: its file, how a line is recognised as the
    *> player's, and what erasure does to such a line
    01 SOURCE-LABEL              PIC X(16).
    01 TEXT-BASE-NAME            PIC X(64).
    01 TEXT-FILE-NAME            PIC X(80).
    01 TEXT-TEMP-NAME            PIC X(88).
    *> 1 = also the daily copies probed back privacy-history-days,
    *> 2 = also every copy listed in the economy ledger's index
    01 TEXT-HAS-HISTORY          BINARY-CHAR UNSIGNED.
    01 TEXT-MATCH-KIND           BINARY-CHAR UNSIGNED.
        88 MATCH-BY-UUID         VALUE 1.
        88 MATCH-BY-NAME         VALUE 2.
        88 MATCH-EVERY-LINE      VALUE 3.
        88 MATCH-ANYWHERE        VALUE 4.
    01 TEXT-ERASE-KIND           BINARY-CHAR UNSIGNED.
        88 ERASE-TOMBSTONE       VALUE 1.
        88 ERASE-REMOVE          VALUE 2.
    01 TEXT-OUT-LINE             PIC X(4160).
    01 SPLICE-TAIL               PIC X(4160).
    01 NAME-PATTERN              PIC X(18).
    01 SPLICE-POS                BINARY-LONG UNSIGNED.
    01 LEAD-SPACES               BINARY-LONG UNSIGNED.
    01 PAD-WIDTH                 BINARY-LONG.
    01 SCAN-POS                  BINARY-LONG UNSIGNED.
    01 LAST-START                BINARY-LONG UNSIGNED.
    01 LINE-MATCHES              BINARY-CHAR UNSIGNED.
    01 UUID-TALLY                BINARY-LONG UNSIGNED.
    01 LINE-FIRST-TOKEN          PIC X(32).
    01 LINE-NAME-TOKEN           PIC X(32).
    01 FILE-MATCH-COUNT          BINARY-LONG UNSIGNED.
    01 SOURCE-MATCH-COUNT        BINARY-LONG UNSIGNED.
    01 SUBJECT-MATCH-COUNT       BINARY-LONG UNSIGNED.
    01 ERASE-VERB                PIC X(40).
    01 RENAME-STATUS             BINARY-LONG.
    01 DELETE-STATUS             BINARY-LONG.
    01 DELETE-FILE-NAME          PIC X(80).
    *> player file, generations and dated backups
    01 PLAYER-FILE-NAME          PIC X(64).
    01 BACKUP-FILE-NAME          PIC X(64).
    01 BACKUP-GENERATION         BINARY-CHAR UNSIGNED.
    01 DATED-BACKUP-NAME         PIC X(96).
    01 SNAPSHOT-FILE-NAME        PIC X(64).
    01 ERASED-BALANCE            BINARY-LONG.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 HOME-INDEX                BINARY-LONG UNSIGNED.
    *> claims, towns and auctions
    01 CLAIM-INDEX               BINARY-LONG UNSIGNED.
    01 TRUST-INDEX               BINARY-LONG UNSIGNED.
    01 TOWN-INDEX                BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX              BINARY-LONG UNSIGNED.
    01 SUCCESSOR-INDEX           BINARY-LONG UNSIGNED.
    01 TABLE-CHANGED             BINARY-CHAR UNSIGNED.
    01 OTHER-UUID-STR            PIC X(36).
    01 KEEP-AUCTION              BINARY-CHAR UNSIGNED.
    *> displays
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 SIZE-DISPLAY              PIC Z(11)9.
    01 X-DISPLAY                 PIC -(9)9.
    01 Y-DISPLAY                 PIC -(9)9.
    01 Z-DISPLAY                 PIC -(9)9.
    01 X2-DISPLAY                PIC -(9)9.
    01 Z2-DISPLAY                PIC -(9)9.
    01 AMOUNT-DISPLAY            PIC -(9)9.
    01 FLOAT-DISPLAY             PIC -(6)9.99.
    01 BIG-DISPLAY               PIC Z(17)9.
    01 SMALL-DISPLAY             PIC ZZ9.
    01 REQUEST-COUNT             BINARY-LONG UNSIGNED.
    01 EXPORTED-COUNT            BINARY-LONG UNSIGNED.
    01 ERASED-COUNT              BINARY-LONG UNSIGNED.
    01 REJECTED-COUNT            BINARY-LONG UNSIGNED.
    01 FAILURE-COUNT             BINARY-LONG UNSIGNED.
    01 DOSSIER-FILE-NAME         PIC X(96).
    01 WORKED-FILE-NAME          PIC X(64).
    *> one line of save/privacy/erasures.log
    01 ERASURE-RECORD.
        05 ERASURE-STAMP         PIC X(14).
        05 FILLER                PIC X VALUE SPACE.
        05 ERASURE-UUID          PIC X(36).
        05 FILLER                PIC X VALUE SPACE.
        05 ERASURE-SOURCE        PIC X(16).
        05 FILLER                PIC X VALUE SPACE.
        05 ERASURE-RECORDS       PIC 9(9).
        05 FILLER                PIC X VALUE SPACE.
        05 ERASURE-ACTION        PIC X(40).
    01 LOG-MESSAGE               PIC X(200).

PROCEDURE DIVISION.
    *> a running server would write the player's records straight back
    CALL "CBL_CHECK_FILE_EXIST" USING "save/server.lock" FILE-EXIST-INFO
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "privacy requests refused: server.lock present, stop the server first"
        GOBACK
    END-IF

    CALL "CBL_CHECK_FILE_EXIST" USING "save/privacy-requests.txt"
        FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        CALL "Log-Write" USING "INFO" "no privacy requests pending"
        GOBACK
    END-IF

    CALL "Config-Load"
    CALL "Config-GetNumber" USING "privacy-history-days" 366 HISTORY-DAYS
    IF HISTORY-DAYS < 1 OR HISTORY-DAYS > 3660
        MOVE 366 TO HISTORY-DAYS
    END-IF
    CALL "Config-GetNumber" USING "backup-retention-count" 7
        RETENTION-COUNT
    IF RETENTION-COUNT < 1 OR RETENTION-COUNT > 365
        MOVE 7 TO RETENTION-COUNT
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/privacy"
    MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
    MOVE RUN-STAMP(1:8) TO TODAY-INTEGER

    CALL "UUID-OfflineFromName" USING C-TOMBSTONE-SEED
        C-TOMBSTONE-SEED-LEN TOMBSTONE-UUID
    CALL "UUID-ToString" USING TOMBSTONE-UUID TOMBSTONE-UUID-STR

    CALL "Claims-Init"
    CALL "Towns-Init"

    MOVE 0 TO REQUEST-COUNT
    MOVE 0 TO EXPORTED-COUNT
    MOVE 0 TO ERASED-COUNT
    MOVE 0 TO REJECTED-COUNT
    MOVE 0 TO FAILURE-COUNT
    OPEN INPUT FD-REQUESTS
    PERFORM UNTIL EXIT
        READ FD-REQUESTS
            AT END
                EXIT PERFORM
            NOT AT END
                IF REQUEST-LINE NOT = SPACES
                        AND REQUEST-LINE(1:1) NOT = "#"
                    ADD 1 TO REQUEST-COUNT
                    PERFORM PROCESS-REQUEST
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-REQUESTS

    *> worked requests move aside so a rerun never repeats an erasure
    MOVE SPACES TO WORKED-FILE-NAME
    STRING "save/privacy/requests-" RUN-STAMP ".txt"
        DELIMITED BY SIZE INTO WORKED-FILE-NAME
    CALL "CBL_RENAME_FILE" USING "save/privacy-requests.txt"
        WORKED-FILE-NAME GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "privacy requests worked but save/privacy-requests.txt could not be moved aside"
    END-IF

    MOVE REQUEST-COUNT TO COUNT-DISPLAY
    MOVE EXPORTED-COUNT TO SIZE-DISPLAY
    MOVE ERASED-COUNT TO BIG-DISPLAY
    MOVE REJECTED-COUNT TO X-DISPLAY
    MOVE SPACES TO LOG-MESSAGE
    STRING "privacy requests completed: " FUNCTION TRIM(COUNT-DISPLAY)
        " request(s), " FUNCTION TRIM(SIZE-DISPLAY) " exported, "
        FUNCTION TRIM(BIG-DISPLAY) " erased, "
        FUNCTION TRIM(X-DISPLAY) " rejected"
        DELIMITED BY SIZE INTO LOG-MESSAGE
    IF FAILURE-COUNT > 0
        CALL "Log-Write" USING "ERROR" LOG-MESSAGE
    ELSE
        CALL "Log-Write" USING "INFO" LOG-MESSAGE
    END-IF
    GOBACK.

PROCESS-REQUEST.
    MOVE SPACES TO REQUEST-ACTION
    MOVE SPACES TO REQUEST-UUID-STR
    UNSTRING REQUEST-LINE DELIMITED BY ALL " "
        INTO REQUEST-ACTION REQUEST-UUID-STR
    MOVE FUNCTION UPPER-CASE(REQUEST-ACTION) TO REQUEST-ACTION
    MOVE 0 TO REQUEST-MODE
    IF REQUEST-ACTION = "EXPORT"
        SET MODE-EXPORT TO TRUE
    END-IF
    IF REQUEST-ACTION = "ERASE"
        SET MODE-ERASE TO TRUE
    END-IF

    *> a UUID survives the round trip through its binary form only if
    *> it was well formed to begin with
    MOVE FUNCTION LOWER-CASE(REQUEST-UUID-STR(1:36)) TO SUBJECT-UUID-STR
    MOVE SPACES TO CHECK-UUID-STR
    IF REQUEST-UUID-STR(37:4) = SPACES
            AND SUBJECT-UUID-STR(9:1) = "-" AND SUBJECT-UUID-STR(14:1) = "-"
            AND SUBJECT-UUID-STR(19:1) = "-" AND SUBJECT-UUID-STR(24:1) = "-"
        CALL "UUID-FromString" USING SUBJECT-UUID-STR SUBJECT-UUID
        CALL "UUID-ToString" USING SUBJECT-UUID CHECK-UUID-STR
    END-IF

    IF REQUEST-MODE = 0 OR CHECK-UUID-STR NOT = SUBJECT-UUID-STR
            OR SUBJECT-UUID-STR = TOMBSTONE-UUID-STR
        ADD 1 TO REJECTED-COUNT
        MOVE SPACES TO LOG-MESSAGE
        STRING "privacy request rejected, expected EXPORT or ERASE and a UUID: "
            FUNCTION TRIM(REQUEST-LINE) DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM COLLECT-NAMES
    MOVE 0 TO SUBJECT-MATCH-COUNT

    IF MODE-EXPORT
        MOVE SPACES TO DOSSIER-FILE-NAME
        STRING "save/privacy/" SUBJECT-UUID-STR "-" RUN-STAMP(1:8) ".txt"
            DELIMITED BY SIZE INTO DOSSIER-FILE-NAME
        OPEN OUTPUT FD-DOSSIER
        MOVE SPACES TO DOSSIER-LINE
        STRING "player data export " SUBJECT-UUID-STR " " RUN-STAMP
            DELIMITED BY SIZE INTO DOSSIER-LINE
        WRITE DOSSIER-LINE
        PERFORM VARYING NAME-INDEX FROM 1 BY 1
                UNTIL NAME-INDEX > SUBJECT-NAME-COUNT
            MOVE SPACES TO DOSSIER-LINE
            STRING "known as " SUBJECT-NAME(NAME-INDEX)
                DELIMITED BY SIZE INTO DOSSIER-LINE
            WRITE DOSSIER-LINE
        END-PERFORM
    ELSE
        OPEN EXTEND FD-ERASURE-LOG
        MOVE SPACES TO ERASURE-SOURCE
        MOVE "request" TO ERASURE-SOURCE
        MOVE 0 TO SOURCE-MATCH-COUNT
        MOVE "erasure begun" TO ERASE-VERB
        PERFORM WRITE-ERASURE-LINE
    END-IF

    PERFORM SOURCE-PLAYER-FILE
    PERFORM SOURCE-GENERATIONS
    PERFORM SOURCE-SNAPSHOTS
    PERFORM SOURCE-DATED-BACKUPS
    PERFORM SOURCE-TEXT-FILES
    PERFORM SOURCE-CLAIMS
    PERFORM SOURCE-TOWNS
    PERFORM SOURCE-AUCTIONS
    *> the usercache goes last: every source above matched by its names
    PERFORM SOURCE-USERCACHE

    MOVE SUBJECT-MATCH-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO LOG-MESSAGE
    IF MODE-EXPORT
        MOVE SPACES TO DOSSIER-LINE
        STRING "total " FUNCTION TRIM(COUNT-DISPLAY) " record(s)"
            DELIMITED BY SIZE INTO DOSSIER-LINE
        WRITE DOSSIER-LINE
        CLOSE FD-DOSSIER
        ADD 1 TO EXPORTED-COUNT
        STRING "player data for " SUBJECT-UUID-STR " exported to "
            FUNCTION TRIM(DOSSIER-FILE-NAME) ", "
            FUNCTION TRIM(COUNT-DISPLAY) " record(s)"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "INFO" LOG-MESSAGE
    ELSE
        MOVE "request" TO ERASURE-SOURCE
        MOVE SUBJECT-MATCH-COUNT TO SOURCE-MATCH-COUNT
        MOVE "erasure complete" TO ERASE-VERB
        PERFORM WRITE-ERASURE-LINE
        CLOSE FD-ERASURE-LOG
        ADD 1 TO ERASED-COUNT
        STRING "player data for " SUBJECT-UUID-STR " erased, "
            FUNCTION TRIM(COUNT-DISPLAY)
            " record(s), see save/privacy/erasures.log"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "INFO" LOG-MESSAGE
    END-IF.

COLLECT-NAMES.
    *> every name this UUID has gone by, for the logs keyed by name
    MOVE 0 TO SUBJECT-NAME-COUNT
    OPEN INPUT FD-USERCACHE
    PERFORM UNTIL EXIT
        READ FD-USERCACHE
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE SPACES TO LINE-UUID-STR
                MOVE SPACES TO LINE-NAME
                UNSTRING USERCACHE-LINE DELIMITED BY " "
                    INTO LINE-UUID-STR LINE-NAME
                IF LINE-UUID-STR = SUBJECT-UUID-STR
                    PERFORM ADD-SUBJECT-NAME
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-USERCACHE

    *> the usercache only holds the current name; the names given up
    *> are in the rename history ("CCYYMMDD UUID old new")
    MOVE "save/name-history.dat" TO TEXT-FILE-NAME
    OPEN INPUT FD-TEXT-IN
    PERFORM UNTIL EXIT
        READ FD-TEXT-IN
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE SPACES TO LINE-FIRST-TOKEN
                MOVE SPACES TO LINE-UUID-STR
                MOVE SPACES TO LINE-NAME
                MOVE SPACES TO LINE-NEW-NAME
                UNSTRING TEXT-IN-LINE DELIMITED BY ALL " "
                    INTO LINE-FIRST-TOKEN LINE-UUID-STR LINE-NAME
                        LINE-NEW-NAME
                IF LINE-UUID-STR = SUBJECT-UUID-STR
                    PERFORM ADD-SUBJECT-NAME
                    MOVE LINE-NEW-NAME TO LINE-NAME
                    PERFORM ADD-SUBJECT-NAME
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-TEXT-IN.

ADD-SUBJECT-NAME.
    IF LINE-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO NAME-KNOWN
    PERFORM VARYING NAME-INDEX FROM 1 BY 1
            UNTIL NAME-INDEX > SUBJECT-NAME-COUNT
        IF SUBJECT-NAME(NAME-INDEX) = LINE-NAME
            MOVE 1 TO NAME-KNOWN
        END-IF
    END-PERFORM
    IF NAME-KNOWN = 0 AND SUBJECT-NAME-COUNT < MAX-SUBJECT-NAMES
        ADD 1 TO SUBJECT-NAME-COUNT
        MOVE LINE-NAME TO SUBJECT-NAME(SUBJECT-NAME-COUNT)
    END-IF.

BEGIN-SOURCE.
    MOVE 0 TO SOURCE-MATCH-COUNT
    IF MODE-EXPORT
        MOVE SPACES TO DOSSIER-LINE
        STRING "== " SOURCE-LABEL DELIMITED BY SIZE INTO DOSSIER-LINE
        WRITE DOSSIER-LINE
    END-IF.

END-SOURCE.
    ADD SOURCE-MATCH-COUNT TO SUBJECT-MATCH-COUNT
    IF MODE-EXPORT
        MOVE SOURCE-MATCH-COUNT TO COUNT-DISPLAY
        MOVE SPACES TO DOSSIER-LINE
        STRING "   " FUNCTION TRIM(COUNT-DISPLAY) " record(s)"
            DELIMITED BY SIZE INTO DOSSIER-LINE
        WRITE DOSSIER-LINE
    ELSE
        IF SOURCE-MATCH-COUNT > 0
            MOVE SOURCE-LABEL TO ERASURE-SOURCE
            PERFORM WRITE-ERASURE-LINE
        END-IF
    END-IF.

WRITE-ERASURE-LINE.
    MOVE RUN-STAMP TO ERASURE-STAMP
    MOVE SUBJECT-UUID-STR TO ERASURE-UUID
    MOVE SOURCE-MATCH-COUNT TO ERASURE-RECORDS
    MOVE ERASE-VERB TO ERASURE-ACTION
    MOVE ERASURE-RECORD TO ERASURE-LINE
    WRITE ERASURE-LINE.

SOURCE-PLAYER-FILE.
    MOVE "player-file" TO SOURCE-LABEL
    PERFORM BEGIN-SOURCE
    CALL "Players-PlayerFileName" USING SUBJECT-UUID PLAYER-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING PLAYER-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE = 0
        MOVE 1 TO SOURCE-MATCH-COUNT
        MOVE 0 TO ERASED-BALANCE
        IF FILE-EXIST-SIZE = LENGTH OF FILE-PLAYER
            OPEN INPUT FD-PLAYER-FILE-IN
            READ FD-PLAYER-FILE-IN
                AT END
                    MOVE 0 TO ERASED-BALANCE
                NOT AT END
                    MOVE FILE-PLAYER-BALANCE TO ERASED-BALANCE
                    IF MODE-EXPORT
                        PERFORM EXPORT-PLAYER-RECORD
                    END-IF
            END-READ
            CLOSE FD-PLAYER-FILE-IN
        ELSE
            IF MODE-EXPORT
                MOVE FILE-EXIST-SIZE TO SIZE-DISPLAY
                MOVE SPACES TO DOSSIER-LINE
                STRING FUNCTION TRIM(PLAYER-FILE-NAME)
                    " present in an older layout, "
                    FUNCTION TRIM(SIZE-DISPLAY) " bytes"
                    DELIMITED BY SIZE INTO DOSSIER-LINE
                WRITE DOSSIER-LINE
            END-IF
        END-IF
        IF MODE-ERASE
            MOVE PLAYER-FILE-NAME TO DELETE-FILE-NAME
            PERFORM DELETE-SUBJECT-FILE
            *> the balance now shows against the tombstone in the ledger
            MOVE ERASED-BALANCE TO AMOUNT-DISPLAY
            MOVE SPACES TO ERASE-VERB
            STRING "deleted, balance " FUNCTION TRIM(AMOUNT-DISPLAY)
                DELIMITED BY SIZE INTO ERASE-VERB
        END-IF
    END-IF
    PERFORM END-SOURCE.

EXPORT-PLAYER-RECORD.
    MOVE SPACES TO DOSSIER-LINE
    STRING "name " FILE-PLAYER-NAME "  dimension "
        FUNCTION TRIM(FILE-PLAYER-DIMENSION)
        DELIMITED BY SIZE INTO DOSSIER-LINE
    WRITE DOSSIER-LINE
    MOVE FILE-PLAYER-X TO X-DISPLAY
    MOVE FILE-PLAYER-Y TO Y-DISPLAY
    MOVE FILE-PLAYER-Z TO Z-DISPLAY
    MOVE FILE-PLAYER-GAMEMODE TO SMALL-DISPLAY
    MOVE SPACES TO DOSSIER-LINE
    STRING "position " FUNCTION TRIM(X-DISPLAY) " "
        FUNCTION TRIM(Y-DISPLAY) " " FUNCTION TRIM(Z-DISPLAY)
        "  gamemode " FUNCTION TRIM(SMALL-DISPLAY)
        DELIMITED BY SIZE INTO DOSSIER-LINE
    WRITE DOSSIER-LINE
    MOVE FILE-PLAYER-HEALTH TO FLOAT-DISPLAY
    MOVE FILE-PLAYER-FOOD TO SMALL-DISPLAY
    MOVE SPACES TO DOSSIER-LINE
    STRING "health " FUNCTION TRIM(FLOAT-DISPLAY)
        "  food " FUNCTION TRIM(SMALL-DISPLAY)
        DELIMITED BY SIZE INTO DOSSIER-LINE
    WRITE DOSSIER-LINE
    MOVE FILE-PLAYER-XP-TOTAL TO X-DISPLAY
    MOVE FILE-PLAYER-XP-LEVEL TO Y-DISPLAY
    MOVE FILE-PLAYER-BALANCE TO AMOUNT-DISPLAY
    MOVE SPACES TO DOSSIER-LINE
    STRING "experience " FUNCTION TRIM(X-DISPLAY)
        " (level " FUNCTION TRIM(Y-DISPLAY) ")  balance "
        FUNCTION TRIM(AMOUNT-DISPLAY)
        DELIMITED BY SIZE INTO DOSSIER-LINE
    WRITE DOSSIER-LINE
    MOVE FILE-PLAYER-STAT-BLOCKS-BROKEN TO BIG-DISPLAY
    MOVE FILE-PLAYER-STAT-DEATH-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO DOSSIER-LINE
    STRING "blocks broken " FUNCTION TRIM(BIG-DISPLAY)
        "  deaths " FUNCTION TRIM(COUNT-DISPLAY)
        DELIMITED BY SIZE INTO DOSSIER-LINE
    WRITE DOSSIER-LINE
    MOVE FILE-PLAYER-STAT-DISTANCE-WALKED TO BIG-DISPLAY
    MOVE SPACES TO DOSSIER-LINE
    STRING "distance walked " FUNCTION TRIM(BIG-DISPLAY)
        DELIMITED BY SIZE INTO DOSSIER-LINE
    WRITE DOSSIER-LINE
    MOVE FILE-PLAYER-STAT-PLAYTIME-TICKS TO BIG-DISPLAY
    MOVE SPACES TO DOSSIER-LINE
    STRING "playtime ticks " FUNCTION TRIM(BIG-DISPLAY)
        DELIMITED BY SIZE INTO DOSSIER-LINE
    WRITE DOSSIER-LINE
    PERFORM VARYING HOME-INDEX FROM 1 BY 1 UNTIL HOME-INDEX > 5
        IF FILE-PLAYER-HOME-NAME(HOME-INDEX) NOT = SPACES
                AND FILE-PLAYER-HOME-NAME(HOME-INDEX) NOT = LOW-VALUES
            MOVE FILE-PLAYER-HOME-X(HOME-INDEX) TO X-DISPLAY
            MOVE FILE-PLAYER-HOME-Y(HOME-INDEX) TO Y-DISPLAY
            MOVE FILE-PLAYER-HOME-Z(HOME-INDEX) TO Z-DISPLAY
            MOVE SPACES TO DOSSIER-LINE
            STRING "home " FILE-PLAYER-HOME-NAME(HOME-INDEX) " "
                FUNCTION TRIM(FILE-PLAYER-HOME-DIMENSION(HOME-INDEX)) " "
                FUNCTION TRIM(X-DISPLAY) " " FUNCTION TRIM(Y-DISPLAY) " "
                FUNCTION TRIM(Z-DISPLAY)
                DELIMITED BY SIZE INTO DOSSIER-LINE
            WRITE DOSSIER-LINE
        END-IF
    END-PERFORM
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 46
        IF FILE-PLAYER-INVENTORY-SLOT-COUNT(SLOT-INDEX) > 0
            MOVE SLOT-INDEX TO SMALL-DISPLAY
            MOVE FILE-PLAYER-INVENTORY-SLOT-COUNT(SLOT-INDEX)
                TO COUNT-DISPLAY
            MOVE SPACES TO DOSSIER-LINE
            STRING "inventory slot " FUNCTION TRIM(SMALL-DISPLAY) " "
                FUNCTION TRIM(FILE-PLAYER-INVENTORY-SLOT-ID(SLOT-INDEX))
                " x" FUNCTION TRIM(COUNT-DISPLAY)
                DELIMITED BY SIZE INTO DOSSIER-LINE
            WRITE DOSSIER-LINE
        END-IF
    END-PERFORM
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        IF FILE-PLAYER-ENDERCHEST-SLOT-COUNT(SLOT-INDEX) > 0
            MOVE SLOT-INDEX TO SMALL-DISPLAY
            MOVE FILE-PLAYER-ENDERCHEST-SLOT-COUNT(SLOT-INDEX)
                TO COUNT-DISPLAY
            MOVE SPACES TO DOSSIER-LINE
            STRING "ender chest slot " FUNCTION TRIM(SMALL-DISPLAY) " "
                FUNCTION TRIM(FILE-PLAYER-ENDERCHEST-SLOT-ID(SLOT-INDEX))
                " x" FUNCTION TRIM(COUNT-DISPLAY)
                DELIMITED BY SIZE INTO DOSSIER-LINE
            WRITE DOSSIER-LINE
        END-IF
    END-PERFORM.

SOURCE-GENERATIONS.
    *> the rotated copies Players-SavePlayer keeps beside the live file
    MOVE "player-backups" TO SOURCE-LABEL
    PERFORM BEGIN-SOURCE
    PERFORM VARYING BACKUP-GENERATION FROM 1 BY 1 UNTIL BACKUP-GENERATION > 5
        MOVE SPACES TO BACKUP-FILE-NAME
        CALL "Players-BackupFileName" USING PLAYER-FILE-NAME
            BACKUP-GENERATION BACKUP-FILE-NAME
        CALL "CBL_CHECK_FILE_EXIST" USING BACKUP-FILE-NAME FILE-EXIST-INFO
        IF RETURN-CODE = 0
            ADD 1 TO SOURCE-MATCH-COUNT
            IF MODE-EXPORT
                MOVE FILE-EXIST-SIZE TO SIZE-DISPLAY
                MOVE SPACES TO DOSSIER-LINE
                STRING FUNCTION TRIM(BACKUP-FILE-NAME) " "
                    FUNCTION TRIM(SIZE-DISPLAY) " bytes"
                    DELIMITED BY SIZE INTO DOSSIER-LINE
                WRITE DOSSIER-LINE
            ELSE
                MOVE BACKUP-FILE-NAME TO DELETE-FILE-NAME
                PERFORM DELETE-SUBJECT-FILE
            END-IF
        END-IF
    END-PERFORM
    MOVE "deleted" TO ERASE-VERB
    PERFORM END-SOURCE.

SOURCE-SNAPSHOTS.
    *> the inventory history SNAPSHOT restores from: binary records, so
    *> the dossier lists each one by when and why it was taken
    MOVE "snapshots" TO SOURCE-LABEL
    PERFORM BEGIN-SOURCE
    CALL "Snapshots-FileName" USING SUBJECT-UUID SNAPSHOT-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING SNAPSHOT-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE = 0
        OPEN INPUT FD-SNAPSHOT-IN
        PERFORM UNTIL EXIT
            READ FD-SNAPSHOT-IN
                AT END
                    EXIT PERFORM
                NOT AT END
                    ADD 1 TO SOURCE-MATCH-COUNT
                    IF MODE-EXPORT
                        MOVE SPACES TO DOSSIER-LINE
                        STRING "snapshot " FILE-SNAPSHOT-STAMP " "
                            FUNCTION TRIM(FILE-SNAPSHOT-REASON)
                            DELIMITED BY SIZE INTO DOSSIER-LINE
                        WRITE DOSSIER-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-SNAPSHOT-IN
        IF MODE-ERASE
            MOVE SNAPSHOT-FILE-NAME TO DELETE-FILE-NAME
            PERFORM DELETE-SUBJECT-FILE
        END-IF
    END-IF
    MOVE "deleted" TO ERASE-VERB
    PERFORM END-SOURCE.

SOURCE-DATED-BACKUPS.
    *> restore points stay as they are; they age out on their own
    MOVE "dated-backups" TO SOURCE-LABEL
    PERFORM BEGIN-SOURCE
    PERFORM VARYING DAYS-BACK FROM 0 BY 1 UNTIL DAYS-BACK >= RETENTION-COUNT
        COMPUTE PROBE-INTEGER =
            FUNCTION INTEGER-OF-DATE(TODAY-INTEGER) - DAYS-BACK
        COMPUTE PROBE-DATE = FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
        MOVE SPACES TO DATED-BACKUP-NAME
        STRING "save/backups/" PROBE-DATE "/" SUBJECT-UUID-STR ".dat"
            DELIMITED BY SIZE INTO DATED-BACKUP-NAME
        PERFORM PROBE-DATED-BACKUP
        MOVE SPACES TO DATED-BACKUP-NAME
        STRING "save/backups/" PROBE-DATE "/" SUBJECT-UUID-STR ".mail.txt"
            DELIMITED BY SIZE INTO DATED-BACKUP-NAME
        PERFORM PROBE-DATED-BACKUP
    END-PERFORM
    MOVE SPACES TO ERASE-VERB
    MOVE RETENTION-COUNT TO SMALL-DISPLAY
    STRING "retained, ages out within "
        FUNCTION TRIM(SMALL-DISPLAY) " day(s)"
        DELIMITED BY SIZE INTO ERASE-VERB
    PERFORM END-SOURCE.

PROBE-DATED-BACKUP.
    CALL "CBL_CHECK_FILE_EXIST" USING DATED-BACKUP-NAME FILE-EXIST-INFO
    IF RETURN-CODE = 0
        ADD 1 TO SOURCE-MATCH-COUNT
        IF MODE-EXPORT
            MOVE FILE-EXIST-SIZE TO SIZE-DISPLAY
            MOVE SPACES TO DOSSIER-LINE
            STRING FUNCTION TRIM(DATED-BACKUP-NAME) " "
                FUNCTION TRIM(SIZE-DISPLAY) " bytes"
                DELIMITED BY SIZE INTO DOSSIER-LINE
            WRITE DOSSIER-LINE
        END-IF
    END-IF.

DELETE-SUBJECT-FILE.
    CALL "CBL_DELETE_FILE" USING DELETE-FILE-NAME GIVING DELETE-STATUS
    IF DELETE-STATUS NOT = 0
        ADD 1 TO FAILURE-COUNT
        MOVE SPACES TO LOG-MESSAGE
        STRING "privacy erasure could not delete "
            FUNCTION TRIM(DELETE-FILE-NAME) DELIMITED BY SIZE
            INTO LOG-MESSAGE
        CALL "Log-Write" USING "ERROR" LOG-MESSAGE
    END-IF.

SOURCE-TEXT-FILES.
    MOVE "sessions" TO SOURCE-LABEL
    MOVE "save/playtime.log" TO TEXT-BASE-NAME
    MOVE 1 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "chat" TO SOURCE-LABEL
    MOVE "save/logs/chat.log" TO TEXT-BASE-NAME
    MOVE 1 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    *> the item-use log knows players by name only
    MOVE "item-use" TO SOURCE-LABEL
    MOVE "save/item-use.log" TO TEXT-BASE-NAME
    MOVE 1 TO TEXT-HAS-HISTORY
    SET MATCH-BY-NAME TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    *> the ledger's daily copies are never expired; the rotation
    *> lists every one of them
    MOVE "ledger" TO SOURCE-LABEL
    MOVE "save/economy-ledger.log" TO TEXT-BASE-NAME
    MOVE 2 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    *> connection addresses are nobody's ledger: they simply go
    MOVE "addresses" TO SOURCE-LABEL
    MOVE "save/addresses.log" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "mail" TO SOURCE-LABEL
    MOVE SPACES TO TEXT-BASE-NAME
    CALL "Mail-FileName" USING SUBJECT-UUID TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-EVERY-LINE TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE
    PERFORM DELETE-SUBJECT-TEXT-FILE

    MOVE "jobs" TO SOURCE-LABEL
    MOVE "save/jobs.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "advancements" TO SOURCE-LABEL
    MOVE "save/advancements.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "shops" TO SOURCE-LABEL
    MOVE "save/shops.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "claim-market" TO SOURCE-LABEL
    MOVE "save/claim-market.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "shop-sales" TO SOURCE-LABEL
    MOVE "save/shop-sales.log" TO TEXT-BASE-NAME
    MOVE 1 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "buyback-sales" TO SOURCE-LABEL
    MOVE "save/buyback-sales.log" TO TEXT-BASE-NAME
    MOVE 1 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "treasury" TO SOURCE-LABEL
    MOVE "save/treasury.log" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "note-register" TO SOURCE-LABEL
    MOVE "save/banknote-register.log" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "lottery" TO SOURCE-LABEL
    MOVE "save/lottery.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "lottery-draws" TO SOURCE-LABEL
    MOVE "save/lottery-draws.log" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "referrals" TO SOURCE-LABEL
    MOVE "save/referrals.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "votes" TO SOURCE-LABEL
    MOVE "save/votes.log" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-NAME TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    *> reports the player filed; reports about them are the reporter's
    MOVE "tickets" TO SOURCE-LABEL
    MOVE "save/tickets.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    *> the ticket journal names the actor and the reported player only
    MOVE "ticket-journal" TO SOURCE-LABEL
    MOVE "save/tickets.log" TO TEXT-BASE-NAME
    MOVE 1 TO TEXT-HAS-HISTORY
    SET MATCH-ANYWHERE TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "infractions" TO SOURCE-LABEL
    MOVE "save/infractions.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "jail" TO SOURCE-LABEL
    MOVE "save/jail.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "duel-ratings" TO SOURCE-LABEL
    MOVE "save/duel-ratings.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "op-pin" TO SOURCE-LABEL
    MOVE "save/op-pins.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "rules-accepted" TO SOURCE-LABEL
    MOVE "save/rules-accepted.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "mining" TO SOURCE-LABEL
    MOVE "save/logs/mining.log" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    *> a combat-log line names the attacker by name only
    MOVE "combat-log" TO SOURCE-LABEL
    MOVE "save/logs/combat-log.log" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-ANYWHERE TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "commands" TO SOURCE-LABEL
    MOVE "save/logs/commands.log" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-TOMBSTONE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "ignores" TO SOURCE-LABEL
    MOVE SPACES TO TEXT-BASE-NAME
    CALL "Ignore-FileName" USING SUBJECT-UUID TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-EVERY-LINE TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE
    PERFORM DELETE-SUBJECT-TEXT-FILE

    MOVE "quests" TO SOURCE-LABEL
    MOVE SPACES TO TEXT-BASE-NAME
    CALL "Quests-FileName" USING SUBJECT-UUID TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-EVERY-LINE TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE
    PERFORM DELETE-SUBJECT-TEXT-FILE.

DELETE-SUBJECT-TEXT-FILE.
    *> a per-player file emptied above goes altogether
    IF MODE-ERASE
        MOVE TEXT-BASE-NAME TO DELETE-FILE-NAME
        CALL "CBL_CHECK_FILE_EXIST" USING DELETE-FILE-NAME FILE-EXIST-INFO
        IF RETURN-CODE = 0
            PERFORM DELETE-SUBJECT-FILE
        END-IF
    END-IF.

SOURCE-USERCACHE.
    MOVE "usercache" TO SOURCE-LABEL
    MOVE "save/usercache.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE

    MOVE "name-history" TO SOURCE-LABEL
    MOVE "save/name-history.dat" TO TEXT-BASE-NAME
    MOVE 0 TO TEXT-HAS-HISTORY
    SET MATCH-BY-UUID TO TRUE
    SET ERASE-REMOVE TO TRUE
    PERFORM PROCESS-TEXT-SOURCE.

PROCESS-TEXT-SOURCE.
    *> the live file, then the dated copies the daily roll left behind
    PERFORM BEGIN-SOURCE
    MOVE TEXT-BASE-NAME TO TEXT-FILE-NAME
    PERFORM PROCESS-TEXT-FILE
    IF TEXT-HAS-HISTORY = 2
        OPEN INPUT FD-LEDGER-INDEX
        PERFORM UNTIL EXIT
            READ FD-LEDGER-INDEX
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF LEDGER-INDEX-LINE NOT = SPACES
                        MOVE LEDGER-INDEX-LINE TO TEXT-FILE-NAME
                        PERFORM PROCESS-TEXT-FILE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-LEDGER-INDEX
    END-IF
    IF TEXT-HAS-HISTORY = 1
        PERFORM VARYING DAYS-BACK FROM 1 BY 1 UNTIL DAYS-BACK > HISTORY-DAYS
            COMPUTE PROBE-INTEGER =
                FUNCTION INTEGER-OF-DATE(TODAY-INTEGER) - DAYS-BACK
            COMPUTE PROBE-DATE = FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
            MOVE SPACES TO TEXT-FILE-NAME
            STRING FUNCTION TRIM(TEXT-BASE-NAME) "." PROBE-DATE
                DELIMITED BY SIZE INTO TEXT-FILE-NAME
            PERFORM PROCESS-TEXT-FILE
        END-PERFORM
    END-IF
    IF ERASE-TOMBSTONE
        MOVE "tombstoned" TO ERASE-VERB
    ELSE
        MOVE "removed" TO ERASE-VERB
    END-IF
    PERFORM END-SOURCE.

PROCESS-TEXT-FILE.
    CALL "CBL_CHECK_FILE_EXIST" USING TEXT-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO FILE-MATCH-COUNT
    OPEN INPUT FD-TEXT-IN
    IF MODE-ERASE
        MOVE SPACES TO TEXT-TEMP-NAME
        STRING FUNCTION TRIM(TEXT-FILE-NAME) ".tmp"
            DELIMITED BY SIZE INTO TEXT-TEMP-NAME
        OPEN OUTPUT FD-TEXT-OUT
    END-IF
    PERFORM UNTIL EXIT
        READ FD-TEXT-IN
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM TEST-TEXT-LINE
                MOVE TEXT-IN-LINE TO TEXT-OUT-LINE
                IF LINE-MATCHES NOT = 0
                    ADD 1 TO FILE-MATCH-COUNT
                    IF MODE-EXPORT
                        IF FILE-MATCH-COUNT = 1
                            MOVE SPACES TO DOSSIER-LINE
                            STRING "-- " TEXT-FILE-NAME
                                DELIMITED BY SIZE INTO DOSSIER-LINE
                            WRITE DOSSIER-LINE
                        END-IF
                        MOVE TEXT-IN-LINE TO DOSSIER-LINE
                        WRITE DOSSIER-LINE
                    END-IF
                    IF ERASE-TOMBSTONE
                        INSPECT TEXT-OUT-LINE REPLACING ALL SUBJECT-UUID-STR
                            BY TOMBSTONE-UUID-STR
                        PERFORM TOMBSTONE-NAMES
                    END-IF
                END-IF
                IF MODE-ERASE
                    IF LINE-MATCHES = 0 OR ERASE-TOMBSTONE
                        MOVE TEXT-OUT-LINE TO TEXT-OUT-RECORD
                        WRITE TEXT-OUT-RECORD
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-TEXT-IN
    ADD FILE-MATCH-COUNT TO SOURCE-MATCH-COUNT
    IF MODE-ERASE
        CLOSE FD-TEXT-OUT
        IF FILE-MATCH-COUNT = 0
            CALL "CBL_DELETE_FILE" USING TEXT-TEMP-NAME
                GIVING DELETE-STATUS
        ELSE
            CALL "CBL_RENAME_FILE" USING TEXT-TEMP-NAME TEXT-FILE-NAME
                GIVING RENAME-STATUS
            IF RENAME-STATUS NOT = 0
                ADD 1 TO FAILURE-COUNT
                MOVE SPACES TO LOG-MESSAGE
                STRING "privacy erasure could not replace "
                    FUNCTION TRIM(TEXT-FILE-NAME) DELIMITED BY SIZE
                    INTO LOG-MESSAGE
                CALL "Log-Write" USING "ERROR" LOG-MESSAGE
            END-IF
        END-IF
    END-IF.

TEST-TEXT-LINE.
    MOVE 0 TO LINE-MATCHES
    EVALUATE TRUE
        WHEN MATCH-EVERY-LINE
            IF TEXT-IN-LINE NOT = SPACES
                MOVE 1 TO LINE-MATCHES
            END-IF
        WHEN MATCH-BY-UUID
            MOVE 0 TO UUID-TALLY
            INSPECT TEXT-IN-LINE TALLYING UUID-TALLY
                FOR ALL SUBJECT-UUID-STR
            IF UUID-TALLY > 0
                MOVE 1 TO LINE-MATCHES
            END-IF
        WHEN MATCH-BY-NAME
            *> "<stamp or tick> <name> ..."
            MOVE SPACES TO LINE-FIRST-TOKEN
            MOVE SPACES TO LINE-NAME-TOKEN
            UNSTRING TEXT-IN-LINE DELIMITED BY ALL " "
                INTO LINE-FIRST-TOKEN LINE-NAME-TOKEN
            PERFORM VARYING NAME-INDEX FROM 1 BY 1
                    UNTIL NAME-INDEX > SUBJECT-NAME-COUNT
                IF LINE-NAME-TOKEN = SUBJECT-NAME(NAME-INDEX)
                    MOVE 1 TO LINE-MATCHES
                END-IF
            END-PERFORM
        WHEN MATCH-ANYWHERE
            *> the UUID, or any name the player went by as a whole word
            MOVE 0 TO UUID-TALLY
            INSPECT TEXT-IN-LINE TALLYING UUID-TALLY
                FOR ALL SUBJECT-UUID-STR
            PERFORM VARYING NAME-INDEX FROM 1 BY 1
                    UNTIL NAME-INDEX > SUBJECT-NAME-COUNT
                COMPUTE NAME-LENGTH =
                    FUNCTION STORED-CHAR-LENGTH(SUBJECT-NAME(NAME-INDEX))
                MOVE SPACES TO NAME-PATTERN
                MOVE SUBJECT-NAME(NAME-INDEX)(1:NAME-LENGTH)
                    TO NAME-PATTERN(2:NAME-LENGTH)
                INSPECT TEXT-IN-LINE TALLYING UUID-TALLY
                    FOR ALL NAME-PATTERN(1:NAME-LENGTH + 2)
            END-PERFORM
            IF UUID-TALLY > 0
                MOVE 1 TO LINE-MATCHES
            END-IF
    END-EVALUATE.

TOMBSTONE-NAMES.
    *> every whole-word occurrence of a name the player went by
    PERFORM VARYING NAME-INDEX FROM 1 BY 1
            UNTIL NAME-INDEX > SUBJECT-NAME-COUNT
        COMPUTE NAME-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(SUBJECT-NAME(NAME-INDEX))
        COMPUTE LAST-START = LENGTH OF TEXT-OUT-LINE - NAME-LENGTH
        MOVE 1 TO SCAN-POS
        PERFORM UNTIL SCAN-POS > LAST-START
            IF TEXT-OUT-LINE(SCAN-POS:NAME-LENGTH)
                    = SUBJECT-NAME(NAME-INDEX)(1:NAME-LENGTH)
                    AND TEXT-OUT-LINE(SCAN-POS + NAME-LENGTH:1) = " "
                    AND (SCAN-POS = 1
                        OR TEXT-OUT-LINE(SCAN-POS - 1:1) = " ")
                MOVE TEXT-OUT-LINE(SCAN-POS + NAME-LENGTH:) TO SPLICE-TAIL
                MOVE SPACES TO TEXT-OUT-LINE(SCAN-POS:)
                MOVE SCAN-POS TO SPLICE-POS
                STRING C-TOMBSTONE-NAME DELIMITED BY SIZE
                    INTO TEXT-OUT-LINE WITH POINTER SPLICE-POS
                *> a name padded out to a fixed-column field keeps the
                *> field's width, so the columns after it still line up
                MOVE 0 TO LEAD-SPACES
                INSPECT SPLICE-TAIL TALLYING LEAD-SPACES FOR LEADING SPACES
                IF LEAD-SPACES > 1 AND LEAD-SPACES < LENGTH OF SPLICE-TAIL
                    COMPUTE PAD-WIDTH = NAME-LENGTH + LEAD-SPACES
                        - LENGTH OF C-TOMBSTONE-NAME
                    IF PAD-WIDTH < 1
                        MOVE 1 TO PAD-WIDTH
                    END-IF
                    ADD PAD-WIDTH TO SPLICE-POS
                    STRING SPLICE-TAIL(LEAD-SPACES + 1:) DELIMITED BY SIZE
                        INTO TEXT-OUT-LINE WITH POINTER SPLICE-POS
                ELSE
                    STRING SPLICE-TAIL DELIMITED BY SIZE
                        INTO TEXT-OUT-LINE WITH POINTER SPLICE-POS
                END-IF
                ADD LENGTH OF C-TOMBSTONE-NAME TO SCAN-POS
            ELSE
                ADD 1 TO SCAN-POS
            END-IF
        END-PERFORM
    END-PERFORM.

SOURCE-CLAIMS.
    MOVE "claims" TO SOURCE-LABEL
    PERFORM BEGIN-SOURCE
    MOVE 0 TO TABLE-CHANGED
    PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > MAX-CLAIMS
        IF CLAIM-USED(CLAIM-INDEX) NOT = 0
            IF CLAIM-OWNER-UUID(CLAIM-INDEX) = SUBJECT-UUID
                ADD 1 TO SOURCE-MATCH-COUNT
                IF MODE-EXPORT
                    MOVE "owner of claim" TO LOG-MESSAGE
                    PERFORM EXPORT-CLAIM-LINE
                ELSE
                    MOVE 0 TO CLAIM-USED(CLAIM-INDEX)
                    MOVE 1 TO TABLE-CHANGED
                END-IF
            ELSE
                PERFORM VARYING TRUST-INDEX FROM 1 BY 1
                        UNTIL TRUST-INDEX > MAX-CLAIM-TRUSTED
                    IF CLAIM-TRUSTED-UUID(CLAIM-INDEX, TRUST-INDEX)
                            = SUBJECT-UUID
                        ADD 1 TO SOURCE-MATCH-COUNT
                        IF MODE-EXPORT
                            MOVE "trusted on claim" TO LOG-MESSAGE
                            PERFORM EXPORT-CLAIM-LINE
                        ELSE
                            MOVE LOW-VALUES TO
                                CLAIM-TRUSTED-UUID(CLAIM-INDEX, TRUST-INDEX)
                            MOVE 1 TO TABLE-CHANGED
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
        END-IF
    END-PERFORM
    IF TABLE-CHANGED NOT = 0
        CALL "Claims-Save"
    END-IF
    MOVE "released or untrusted" TO ERASE-VERB
    PERFORM END-SOURCE.

EXPORT-CLAIM-LINE.
    CALL "UUID-ToString" USING CLAIM-OWNER-UUID(CLAIM-INDEX) OTHER-UUID-STR
    MOVE CLAIM-MIN-X(CLAIM-INDEX) TO X-DISPLAY
    MOVE CLAIM-MIN-Z(CLAIM-INDEX) TO Z-DISPLAY
    MOVE CLAIM-MAX-X(CLAIM-INDEX) TO X2-DISPLAY
    MOVE CLAIM-MAX-Z(CLAIM-INDEX) TO Z2-DISPLAY
    MOVE SPACES TO DOSSIER-LINE
    STRING FUNCTION TRIM(LOG-MESSAGE) " " FUNCTION TRIM(X-DISPLAY) ","
        FUNCTION TRIM(Z-DISPLAY) " to " FUNCTION TRIM(X2-DISPLAY) ","
        FUNCTION TRIM(Z2-DISPLAY) " owned by " OTHER-UUID-STR
        DELIMITED BY SIZE INTO DOSSIER-LINE
    WRITE DOSSIER-LINE.

SOURCE-TOWNS.
    MOVE "towns" TO SOURCE-LABEL
    PERFORM BEGIN-SOURCE
    MOVE 0 TO TABLE-CHANGED
    PERFORM VARYING TOWN-INDEX FROM 1 BY 1 UNTIL TOWN-INDEX > MAX-TOWNS
        IF TOWN-USED(TOWN-INDEX) NOT = 0
            PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                    UNTIL MEMBER-INDEX > MAX-TOWN-MEMBERS
                IF TOWN-MEMBER-UUID(TOWN-INDEX, MEMBER-INDEX) = SUBJECT-UUID
                    ADD 1 TO SOURCE-MATCH-COUNT
                    IF MODE-EXPORT
                        MOVE SPACES TO DOSSIER-LINE
                        IF TOWN-MAYOR-UUID(TOWN-INDEX) = SUBJECT-UUID
                            STRING "mayor of " TOWN-NAME(TOWN-INDEX)
                                DELIMITED BY SIZE INTO DOSSIER-LINE
                        ELSE
                            STRING "member of " TOWN-NAME(TOWN-INDEX)
                                DELIMITED BY SIZE INTO DOSSIER-LINE
                        END-IF
                        WRITE DOSSIER-LINE
                    ELSE
                        MOVE LOW-VALUES TO
                            TOWN-MEMBER-UUID(TOWN-INDEX, MEMBER-INDEX)
                        MOVE 1 TO TABLE-CHANGED
                    END-IF
                END-IF
            END-PERFORM
            IF MODE-ERASE AND TOWN-MAYOR-UUID(TOWN-INDEX) = SUBJECT-UUID
                PERFORM HAND-OVER-TOWN
            END-IF
        END-IF
    END-PERFORM
    IF TABLE-CHANGED NOT = 0
        CALL "Towns-Save"
    END-IF
    MOVE "removed from roster" TO ERASE-VERB
    PERFORM END-SOURCE.

HAND-OVER-TOWN.
    *> the next member on the roster takes slot 1 and the mayoralty; a
    *> town left empty keeps its bank under the tombstone
    MOVE 0 TO SUCCESSOR-INDEX
    PERFORM VARYING MEMBER-INDEX FROM 2 BY 1
            UNTIL MEMBER-INDEX > MAX-TOWN-MEMBERS OR SUCCESSOR-INDEX NOT = 0
        IF TOWN-MEMBER-UUID(TOWN-INDEX, MEMBER-INDEX) NOT = LOW-VALUES
            MOVE MEMBER-INDEX TO SUCCESSOR-INDEX
        END-IF
    END-PERFORM
    IF SUCCESSOR-INDEX = 0
        MOVE TOMBSTONE-UUID TO TOWN-MAYOR-UUID(TOWN-INDEX)
        MOVE TOMBSTONE-UUID TO TOWN-MEMBER-UUID(TOWN-INDEX, 1)
    ELSE
        MOVE TOWN-MEMBER-UUID(TOWN-INDEX, SUCCESSOR-INDEX)
            TO TOWN-MAYOR-UUID(TOWN-INDEX)
        MOVE TOWN-MEMBER-UUID(TOWN-INDEX, SUCCESSOR-INDEX)
            TO TOWN-MEMBER-UUID(TOWN-INDEX, 1)
        MOVE LOW-VALUES TO TOWN-MEMBER-UUID(TOWN-INDEX, SUCCESSOR-INDEX)
    END-IF
    MOVE 1 TO TABLE-CHANGED
    MOVE SPACES TO LOG-MESSAGE
    STRING "town " FUNCTION TRIM(TOWN-NAME(TOWN-INDEX))
        " lost its mayor to a privacy erasure, mayoralty handed over"
        DELIMITED BY SIZE INTO LOG-MESSAGE
    CALL "Log-Write" USING "INFO" LOG-MESSAGE.

SOURCE-AUCTIONS.
    *> a live listing is withdrawn and a purchase still owed to the
    *> player goes with the account; a sale they made stays as history
    *> under the tombstone, where the ledger payment for it now sits
    MOVE "auctions" TO SOURCE-LABEL
    PERFORM BEGIN-SOURCE
    OPEN INPUT FD-AUCTION-FILE-IN
    IF MODE-ERASE
        OPEN OUTPUT FD-AUCTION-FILE-OUT
    END-IF
    PERFORM UNTIL EXIT
        READ FD-AUCTION-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE 1 TO KEEP-AUCTION
                IF FILE-AUCTION-SELLER-UUID = SUBJECT-UUID
                        OR FILE-AUCTION-BUYER-UUID = SUBJECT-UUID
                    ADD 1 TO SOURCE-MATCH-COUNT
                    IF MODE-EXPORT
                        PERFORM EXPORT-AUCTION-LINE
                    ELSE
                        IF FILE-AUCTION-STATE = 1
                                OR FILE-AUCTION-BUYER-UUID = SUBJECT-UUID
                            MOVE 0 TO KEEP-AUCTION
                        ELSE
                            MOVE TOMBSTONE-UUID TO FILE-AUCTION-SELLER-UUID
                        END-IF
                    END-IF
                END-IF
                IF MODE-ERASE AND KEEP-AUCTION NOT = 0
                    WRITE AUCTION-OUT-RECORD FROM FILE-AUCTION
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-AUCTION-FILE-IN
    IF MODE-ERASE
        CLOSE FD-AUCTION-FILE-OUT
        IF SOURCE-MATCH-COUNT = 0
            CALL "CBL_DELETE_FILE" USING "save/auctions.dat.tmp"
                GIVING DELETE-STATUS
        ELSE
            CALL "CBL_RENAME_FILE" USING "save/auctions.dat.tmp"
                "save/auctions.dat" GIVING RENAME-STATUS
            IF RENAME-STATUS NOT = 0
                ADD 1 TO FAILURE-COUNT
                CALL "Log-Write" USING "ERROR"
                    "privacy erasure could not replace save/auctions.dat"
            END-IF
        END-IF
    END-IF
    MOVE "withdrawn or tombstoned" TO ERASE-VERB
    PERFORM END-SOURCE.

EXPORT-AUCTION-LINE.
    MOVE FILE-AUCTION-PRICE TO AMOUNT-DISPLAY
    MOVE FILE-AUCTION-SLOT-COUNT TO COUNT-DISPLAY
    IF FILE-AUCTION-SELLER-UUID = SUBJECT-UUID
        IF FILE-AUCTION-STATE = 1
            MOVE "listed" TO ERASE-VERB
        ELSE
            MOVE "sold" TO ERASE-VERB
        END-IF
    ELSE
        MOVE "bought, awaiting delivery," TO ERASE-VERB
    END-IF
    MOVE SPACES TO DOSSIER-LINE
    STRING FUNCTION TRIM(ERASE-VERB) " " FUNCTION TRIM(FILE-AUCTION-SLOT-ID)
        " x" FUNCTION TRIM(COUNT-DISPLAY) " for "
        FUNCTION TRIM(AMOUNT-DISPLAY)
        DELIMITED BY SIZE INTO DOSSIER-LINE
    WRITE DOSSIER-LINE.

END PROGRAM Privacy-Run.
