PROCEDURE DIVISION.
    MOVE 0 TO WEBHOOK-ENABLED
    MOVE 0 TO WEBHOOK-QUEUE-COUNT
    CALL "Webhook-Configure"
    GOBACK.

END PROGRAM Webhook-Init.

*> --- Webhook-Configure ---
*> The endpoint, read at startup and again by Config-Reload. Events
*> already queued go to the new endpoint; clearing webhook-host turns
*> the bridge off and leaves anything still queued unsent.
IDENTIFICATION DIVISION.
PROGRAM-ID. Webhook-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-WEBHOOK.

PROCEDURE DIVISION.
    MOVE 0 TO WEBHOOK-ENABLED
    MOVE SPACES TO WEBHOOK-HOST
    CALL "Config-GetString" USING "webhook-host" " " WEBHOOK-HOST
    IF FUNCTION TRIM(WEBHOOK-HOST) NOT = SPACES
    END-IF
    CALL "Config-GetString" USING "webhook-port" "80" WEBHOOK-PORT
    CALL "Config-GetString" USING "webhook-path" "/events" WEBHOOK-PATH
    MOVE 0 TO WEBHOOK-BACKOFF-UNTIL
    GOBACK.

END PROGRAM Webhook-Configure.

*> --- Webhook-Enqueue ---
*> Queues one server event for delivery: the type ("join", "death",
