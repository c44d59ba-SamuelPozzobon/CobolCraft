PROCEDURE DIVISION.
    MOVE 0 TO TRADE-OFFER-COUNT
    MOVE 0 TO TRADE-RESTOCK-COUNTER
    CALL "Trades-Configure"

    OPEN INPUT FD-TRADES
    PERFORM UNTIL EXIT

END PROGRAM Trades-Init.

*> --- Trades-Configure ---
*> The restock cadence, read at startup and again by Config-Reload.
IDENTIFICATION DIVISION.
PROGRAM-ID. Trades-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TRADES.

PROCEDURE DIVISION.
    CALL "Config-GetNumber" USING "trade-restock-ticks" 24000
        TRADE-RESTOCK-TICKS
    IF TRADE-RESTOCK-TICKS < 1
        MOVE 24000 TO TRADE-RESTOCK-TICKS
    END-IF
    GOBACK.

END PROGRAM Trades-Configure.

*> --- Trades-Open ---
*> Opens the trade screen for one player: a container window whose top
*> row shows each offer's goods, clicking a row buying one lot. A full
