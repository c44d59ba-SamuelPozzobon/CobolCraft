        01 TARGET-UUID            PIC X(16).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 TARGET-PLAYER          BINARY-CHAR.
        01 IS-IGNORED             BINARY-CHAR UNSIGNED.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

            GOBACK
        END-IF

        *> a recipient who ignores the sender never finds it in their box
        CALL "Ignore-BlocksUUID" USING TARGET-UUID COMMANDS-ACTOR-PLAYER
            IS-IGNORED
        IF IS-IGNORED NOT = 0
            STRING FUNCTION TRIM(TARGET-NAME) DELIMITED BY SIZE
                " is not accepting mail from you" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        CALL "Mail-Append" USING TARGET-UUID
            PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
            PLAYER-NAME-LENGTH(COMMANDS-ACTOR-PLAYER)
