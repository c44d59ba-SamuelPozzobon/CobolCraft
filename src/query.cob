END PROGRAM Query-Tick.

*> --- Query-BuildStatusResponse ---
*> Builds the textual player-count/player-list response body, led by
*> the advertised MOTD (which shows the maintenance lockout while it is
*> on) as the hostname field.
IDENTIFICATION DIVISION.
PROGRAM-ID. Query-BuildStatusResponse.

    COPY DD-PLAYERS.
    01 COUNT-STR             PIC Z(9).
    01 PLAYER-INDEX          BINARY-CHAR.
    01 MOTD                  PIC X(96).
LINKAGE SECTION.
    01 LK-BUFFER             PIC X ANY LENGTH.
    01 LK-LENGTH             BINARY-LONG UNSIGNED.
    MOVE LK-ONLINE-COUNT TO COUNT-STR
    MOVE SPACES TO LK-BUFFER
    MOVE 1 TO LK-LENGTH
    CALL "Maintenance-GetMotd" USING MOTD
    STRING "hostname\" DELIMITED BY SIZE
        FUNCTION TRIM(MOTD) DELIMITED BY SIZE
        "\numplayers\" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-STR) DELIMITED BY SIZE
        "\playerlist\" DELIMITED BY SIZE
        INTO LK-BUFFER
