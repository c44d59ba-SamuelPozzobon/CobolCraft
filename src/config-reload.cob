*> --- Config-Reload ---
*> Re-reads server.properties into the running server. The table as it
*> stood is kept aside, Config-Load replaces it, and every key whose
*> effective value differs - changed, added, or removed so it falls back
*> to its default - is named in the summary and in server.log. Then each
*> subsystem that keeps its settings in EXTERNAL state reads them again
*> through its -Configure program; everything else reads server.properties
*> as it goes (the per-login and per-sweep lookups, the offline batches)
*> and simply sees the new file. The keys the process only consults as
*> it starts - the listening ports, the world generator's seed and type
*> - are reported as needing a restart instead of being taken up, and
*> a key the catalog doesn't know is reported as unused, the usual sign
*> of a typo. The effective-configuration report is written again
*> afterwards, as at startup.
IDENTIFICATION DIVISION.
PROGRAM-ID. Config-Reload.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CONFIG.
    COPY DD-CONFIG-CATALOG.
    *> the table as it stood before the reload, laid out as CONFIG-DATA
    01 OLD-CONFIG-DATA.
        05 OLD-ENTRY-COUNT       BINARY-LONG UNSIGNED.
        05 OLD-LINES-DROPPED     BINARY-LONG UNSIGNED.
        05 OLD-ENTRY OCCURS 256 TIMES.
            10 OLD-KEY           PIC X(40).
            10 OLD-VALUE         PIC X(128).
    *> settings only read while the server starts up
    01 C-RESTART-KEY-COUNT       BINARY-LONG UNSIGNED VALUE 11.
    01 RESTART-KEY-VALUES.
        05 FILLER PIC X(40) VALUE "server-port".
        05 FILLER PIC X(40) VALUE "server-ip".
        05 FILLER PIC X(40) VALUE "enable-rcon".
        05 FILLER PIC X(40) VALUE "rcon.port".
        05 FILLER PIC X(40) VALUE "rcon.password".
        05 FILLER PIC X(40) VALUE "enable-query".
        05 FILLER PIC X(40) VALUE "query.port".
        05 FILLER PIC X(40) VALUE "online-mode".
        05 FILLER PIC X(40) VALUE "level-name".
        05 FILLER PIC X(40) VALUE "level-seed".
        05 FILLER PIC X(40) VALUE "level-type".
    01 RESTART-KEYS REDEFINES RESTART-KEY-VALUES.
        05 RESTART-KEY OCCURS 11 TIMES PIC X(40).
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 SEARCH-INDEX              BINARY-LONG UNSIGNED.
    01 CURRENT-KEY               PIC X(40).
    01 OLD-FOUND                 BINARY-CHAR UNSIGNED.
    01 NEW-FOUND                 BINARY-CHAR UNSIGNED.
    01 OLD-EFFECTIVE             PIC X(128).
    01 NEW-EFFECTIVE             PIC X(128).
    01 DUPLICATE-KEY             BINARY-CHAR UNSIGNED.
    01 KEY-CLASS                 PIC X(01).
    01 LOCALES-CHANGED           BINARY-CHAR UNSIGNED.
    01 CHANGED-COUNT             BINARY-LONG UNSIGNED.
    01 APPLIED-LIST              PIC X(1300).
    01 APPLIED-POS               BINARY-LONG UNSIGNED.
    01 RESTART-LIST              PIC X(1300).
    01 RESTART-POS               BINARY-LONG UNSIGNED.
    01 UNUSED-LIST               PIC X(1300).
    01 UNUSED-POS                BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY             PIC Z(3)9.
    01 LOG-TEXT                  PIC X(96).
    01 SUMMARY-POS               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-SUMMARY                PIC X(4000).
    01 LK-SUMMARY-LENGTH         BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-SUMMARY LK-SUMMARY-LENGTH.
    MOVE CONFIG-DATA TO OLD-CONFIG-DATA
    CALL "Config-Load"

    MOVE 0 TO CHANGED-COUNT
    MOVE 0 TO LOCALES-CHANGED
    MOVE SPACES TO APPLIED-LIST
    MOVE SPACES TO RESTART-LIST
    MOVE SPACES TO UNUSED-LIST
    MOVE 1 TO APPLIED-POS
    MOVE 1 TO RESTART-POS
    MOVE 1 TO UNUSED-POS

    *> every key the file now sets, then every key it no longer sets;
    *> a duplicate line is only looked at where it first appears, since
    *> the first one is the one in effect
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > CONFIG-ENTRY-COUNT
        MOVE 0 TO DUPLICATE-KEY
        PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
                UNTIL SEARCH-INDEX >= ENTRY-INDEX
            IF CONFIG-KEY(SEARCH-INDEX) = CONFIG-KEY(ENTRY-INDEX)
                MOVE 1 TO DUPLICATE-KEY
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF DUPLICATE-KEY = 0
            MOVE CONFIG-KEY(ENTRY-INDEX) TO CURRENT-KEY
            PERFORM COMPARE-KEY
        END-IF
    END-PERFORM
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > OLD-ENTRY-COUNT
        MOVE 0 TO DUPLICATE-KEY
        PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
                UNTIL SEARCH-INDEX >= ENTRY-INDEX
            IF OLD-KEY(SEARCH-INDEX) = OLD-KEY(ENTRY-INDEX)
                MOVE 1 TO DUPLICATE-KEY
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF DUPLICATE-KEY = 0
            MOVE OLD-KEY(ENTRY-INDEX) TO CURRENT-KEY
            PERFORM FIND-NEW-VALUE
            IF NEW-FOUND = 0
                PERFORM COMPARE-KEY
            END-IF
        END-IF
    END-PERFORM

    *> push the new values into the running subsystems
    CALL "World-Configure"
    CALL "Players-Configure"
    CALL "Broadcast-Configure"
    CALL "Metrics-Configure"
    CALL "Density-Configure"
    CALL "Maintenance-Configure"
    CALL "LogRotate-Configure"
    CALL "StatsPublish-Configure"
    CALL "Trades-Configure"
    CALL "Webhook-Configure"
    CALL "OpPin-Configure"
    CALL "AntiXray-Configure"
    CALL "Maps-Configure"
    CALL "Backup-Configure"
    CALL "Rules-Load"
    IF LOCALES-CHANGED NOT = 0
        CALL "Messages-Init"
    END-IF
    CALL "Config-Report"

    PERFORM BUILD-SUMMARY
    GOBACK.

COMPARE-KEY.
    PERFORM FIND-OLD-VALUE
    PERFORM FIND-NEW-VALUE
    IF OLD-FOUND = NEW-FOUND AND OLD-EFFECTIVE = NEW-EFFECTIVE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CHANGED-COUNT
    IF CURRENT-KEY = "message-locales"
        MOVE 1 TO LOCALES-CHANGED
    END-IF

    MOVE "U" TO KEY-CLASS
    PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
            UNTIL SEARCH-INDEX > C-RESTART-KEY-COUNT
        IF RESTART-KEY(SEARCH-INDEX) = CURRENT-KEY
            MOVE "R" TO KEY-CLASS
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF KEY-CLASS = "U"
        PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
                UNTIL SEARCH-INDEX > CONFIG-CATALOG-COUNT
            IF CATALOG-KEY(SEARCH-INDEX) = CURRENT-KEY
                MOVE "A" TO KEY-CLASS
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF

    MOVE SPACES TO LOG-TEXT
    EVALUATE KEY-CLASS
        WHEN "A"
            IF APPLIED-POS > 1
                STRING ", " DELIMITED BY SIZE
                    INTO APPLIED-LIST WITH POINTER APPLIED-POS
            END-IF
            STRING FUNCTION TRIM(CURRENT-KEY) DELIMITED BY SIZE
                INTO APPLIED-LIST WITH POINTER APPLIED-POS
            STRING "config reload: " FUNCTION TRIM(CURRENT-KEY)
                " changed, applied" DELIMITED BY SIZE INTO LOG-TEXT
            CALL "Log-Write" USING "INFO" LOG-TEXT
        WHEN "R"
            IF RESTART-POS > 1
                STRING ", " DELIMITED BY SIZE
                    INTO RESTART-LIST WITH POINTER RESTART-POS
            END-IF
            STRING FUNCTION TRIM(CURRENT-KEY) DELIMITED BY SIZE
                INTO RESTART-LIST WITH POINTER RESTART-POS
            STRING "config reload: " FUNCTION TRIM(CURRENT-KEY)
                " changed, restart required" DELIMITED BY SIZE
                INTO LOG-TEXT
            CALL "Log-Write" USING "WARN" LOG-TEXT
        WHEN OTHER
            IF UNUSED-POS > 1
                STRING ", " DELIMITED BY SIZE
                    INTO UNUSED-LIST WITH POINTER UNUSED-POS
            END-IF
            STRING FUNCTION TRIM(CURRENT-KEY) DELIMITED BY SIZE
                INTO UNUSED-LIST WITH POINTER UNUSED-POS
            STRING "config reload: " FUNCTION TRIM(CURRENT-KEY)
                " changed, not a key the server reads" DELIMITED BY SIZE
                INTO LOG-TEXT
            CALL "Log-Write" USING "WARN" LOG-TEXT
    END-EVALUATE.

FIND-OLD-VALUE.
    MOVE 0 TO OLD-FOUND
    MOVE SPACES TO OLD-EFFECTIVE
    PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
            UNTIL SEARCH-INDEX > OLD-ENTRY-COUNT
        IF OLD-KEY(SEARCH-INDEX) = CURRENT-KEY
            MOVE 1 TO OLD-FOUND
            MOVE OLD-VALUE(SEARCH-INDEX) TO OLD-EFFECTIVE
            EXIT PERFORM
        END-IF
    END-PERFORM.

FIND-NEW-VALUE.
    MOVE 0 TO NEW-FOUND
    MOVE SPACES TO NEW-EFFECTIVE
    PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
            UNTIL SEARCH-INDEX > CONFIG-ENTRY-COUNT
        IF CONFIG-KEY(SEARCH-INDEX) = CURRENT-KEY
            MOVE 1 TO NEW-FOUND
            MOVE CONFIG-VALUE(SEARCH-INDEX) TO NEW-EFFECTIVE
            EXIT PERFORM
        END-IF
    END-PERFORM.

BUILD-SUMMARY.
    MOVE SPACES TO LK-SUMMARY
    MOVE 1 TO SUMMARY-POS
    IF CHANGED-COUNT = 0
        STRING "server.properties reloaded, no keys changed"
            DELIMITED BY SIZE INTO LK-SUMMARY WITH POINTER SUMMARY-POS
    ELSE
        MOVE CHANGED-COUNT TO COUNT-DISPLAY
        STRING "server.properties reloaded, " DELIMITED BY SIZE
            FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
            " key(s) changed" DELIMITED BY SIZE
            INTO LK-SUMMARY WITH POINTER SUMMARY-POS
        IF APPLIED-POS > 1
            STRING " | applied: " DELIMITED BY SIZE
                APPLIED-LIST(1:APPLIED-POS - 1) DELIMITED BY SIZE
                INTO LK-SUMMARY WITH POINTER SUMMARY-POS
        END-IF
        IF RESTART-POS > 1
            STRING " | restart required: " DELIMITED BY SIZE
                RESTART-LIST(1:RESTART-POS - 1) DELIMITED BY SIZE
                INTO LK-SUMMARY WITH POINTER SUMMARY-POS
        END-IF
        IF UNUSED-POS > 1
            STRING " | not read by the server: " DELIMITED BY SIZE
                UNUSED-LIST(1:UNUSED-POS - 1) DELIMITED BY SIZE
                INTO LK-SUMMARY WITH POINTER SUMMARY-POS
        END-IF
    END-IF
    COMPUTE LK-SUMMARY-LENGTH = SUMMARY-POS - 1.

END PROGRAM Config-Reload.

*> --- RegisterCommand-ReloadConfig ---
*> RELOADCONFIG, level 4 and so also open to RCON: applies an edited
*> server.properties without a restart and answers with exactly which
*> keys changed, as Config-Reload sorts them.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-ReloadConfig.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-ReloadConfig"
    CALL "Commands-Register" USING "RELOADCONFIG" 4 CALLBACK-PTR
    GOBACK.

    *> --- Callback-ReloadConfig ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-ReloadConfig.

    DATA DIVISION.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        CALL "Config-Reload" USING LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH
        GOBACK.

    END PROGRAM Callback-ReloadConfig.

END PROGRAM RegisterCommand-ReloadConfig.
