*> --- Metrics-Init ---
*> Resets the rolling counters Metrics-RecordTick reports each tick and
*> loads the alert and load-shedding settings.
IDENTIFICATION DIVISION.
PROGRAM-ID. Metrics-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-METRICS.

PROCEDURE DIVISION.
    MOVE 0 TO METRICS-LAST-TICK-CENTISECONDS
    MOVE 0 TO METRICS-MINUTE-ERROR-BASE
    MOVE 0 TO METRICS-ALERT-BREACH-RUN
    MOVE 0 TO METRICS-ALERT-LATCHED
    MOVE 0 TO METRICS-SHED-ACTIVE
    MOVE 0 TO METRICS-SHED-CLEAN-RUN
    CALL "Metrics-Configure"
    GOBACK.

END PROGRAM Metrics-Init.

*> --- Metrics-Configure ---
*> The alert and load-shedding settings from server.properties, read at
*> startup and again by Config-Reload. Switching shedding off while it
*> is in force lets the deferred work run again from the next tick.
IDENTIFICATION DIVISION.
PROGRAM-ID. Metrics-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-METRICS.
    01 CONFIGURED-NUMBER         BINARY-LONG-LONG.
    01 SHED-SETTING              PIC X(8).

PROCEDURE DIVISION.
    CALL "Config-GetNumber" USING "tick-duration-alert-ms" 150
        CONFIGURED-NUMBER
    MOVE CONFIGURED-NUMBER TO METRICS-ALERT-MS-THRESHOLD
    CALL "Config-GetNumber" USING "tick-duration-alert-ticks" 100
        CONFIGURED-NUMBER
    MOVE CONFIGURED-NUMBER TO METRICS-ALERT-TICK-LIMIT

    MOVE SPACES TO SHED-SETTING
    CALL "Config-GetString" USING "load-shed-enabled" "true" SHED-SETTING
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(SHED-SETTING)) = "FALSE"
        MOVE 0 TO METRICS-SHED-ENABLED
        MOVE 0 TO METRICS-SHED-ACTIVE
        MOVE 0 TO METRICS-SHED-CLEAN-RUN
    ELSE
        MOVE 1 TO METRICS-SHED-ENABLED
    END-IF
    CALL "Config-GetNumber" USING "load-shed-stride" 4 CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 0 OR CONFIGURED-NUMBER > 1200
        MOVE 4 TO CONFIGURED-NUMBER
    END-IF
    MOVE CONFIGURED-NUMBER TO METRICS-SHED-STRIDE
    CALL "Config-GetNumber" USING "load-shed-recovery-ticks" 1200
        CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 1 OR CONFIGURED-NUMBER > 72000
        MOVE 1200 TO CONFIGURED-NUMBER
    END-IF
    MOVE CONFIGURED-NUMBER TO METRICS-SHED-RECOVERY-TICKS
    GOBACK.

END PROGRAM Metrics-Configure.

*> --- Metrics-RecordSocketError ---
*> Bumps the socket-error counter. Called from the read/write-error
*> tick-duration-alert-ticks consecutive ticks writes a WARN through
*> Log-Write and tells every online operator (permission level 2+) as a
*> system chat message, once per sustained spike - lag reaches ops from
*> the server, not from angry players. The same latch switches on load
*> shedding (see DD-METRICS), announced to the log and the webhook on
*> the way in and again once the recovery period brings it back out.
IDENTIFICATION DIVISION.
PROGRAM-ID. Metrics-Rollup.

    01 ALERT-TEXT                PIC X(96).
    01 WEBHOOK-DETAIL            PIC X(256).
    01 MS-DISPLAY                PIC Z(5)9.
    01 SHED-LOG-LEVEL            PIC X(5).
LINKAGE SECTION.
    01 LK-ONLINE-COUNT           BINARY-LONG UNSIGNED.

                    AND METRICS-ALERT-LATCHED = 0
                MOVE 1 TO METRICS-ALERT-LATCHED
                PERFORM RAISE-TICK-ALERT
                IF METRICS-SHED-ENABLED NOT = 0
                        AND METRICS-SHED-ACTIVE = 0
                    PERFORM ENTER-LOAD-SHED
                END-IF
            END-IF
        ELSE
            MOVE 0 TO METRICS-ALERT-BREACH-RUN
        END-IF
    END-IF

    *> degraded mode holds until a full recovery period of clean ticks;
    *> any breach along the way starts the count again
    IF METRICS-SHED-ACTIVE NOT = 0
        IF METRICS-LAST-TICK-DURATION-MS > METRICS-ALERT-MS-THRESHOLD
            MOVE 0 TO METRICS-SHED-CLEAN-RUN
        ELSE
            ADD 1 TO METRICS-SHED-CLEAN-RUN
            IF METRICS-SHED-CLEAN-RUN >= METRICS-SHED-RECOVERY-TICKS
                PERFORM LEAVE-LOAD-SHED
            END-IF
        END-IF
    END-IF

    IF METRICS-MINUTE-SAMPLE-COUNT < 1200
        GOBACK
    END-IF
        END-IF
    END-PERFORM.

ENTER-LOAD-SHED.
    MOVE 1 TO METRICS-SHED-ACTIVE
    MOVE 0 TO METRICS-SHED-CLEAN-RUN
    MOVE "WARN" TO SHED-LOG-LEVEL
    MOVE METRICS-SHED-STRIDE TO MS-DISPLAY
    MOVE SPACES TO ALERT-TEXT
    IF METRICS-SHED-STRIDE = 0
        MOVE "load shedding on: deferrable tick work paused" TO ALERT-TEXT
    ELSE
        STRING "load shedding on: deferrable tick work every "
            DELIMITED BY SIZE
            FUNCTION TRIM(MS-DISPLAY) DELIMITED BY SIZE
            " ticks" DELIMITED BY SIZE
            INTO ALERT-TEXT
    END-IF
    PERFORM ANNOUNCE-LOAD-SHED.

LEAVE-LOAD-SHED.
    MOVE 0 TO METRICS-SHED-ACTIVE
    MOVE 0 TO METRICS-SHED-CLEAN-RUN
    MOVE "INFO" TO SHED-LOG-LEVEL
    MOVE METRICS-SHED-RECOVERY-TICKS TO MS-DISPLAY
    MOVE SPACES TO ALERT-TEXT
    STRING "load shedding off: " DELIMITED BY SIZE
        FUNCTION TRIM(MS-DISPLAY) DELIMITED BY SIZE
        " ticks under threshold, normal rates restored" DELIMITED BY SIZE
        INTO ALERT-TEXT
    PERFORM ANNOUNCE-LOAD-SHED.

ANNOUNCE-LOAD-SHED.
    CALL "Log-Write" USING SHED-LOG-LEVEL ALERT-TEXT
    MOVE SPACES TO WEBHOOK-DETAIL
    MOVE ALERT-TEXT TO WEBHOOK-DETAIL
    CALL "Webhook-Enqueue" USING "load-shed" WEBHOOK-DETAIL
        FUNCTION STORED-CHAR-LENGTH(WEBHOOK-DETAIL).

END PROGRAM Metrics-Rollup.
