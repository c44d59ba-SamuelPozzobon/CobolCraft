*> The nightly economy batch, run against a stopped server the way the
*> other offline batches are (a live save/server.lock refuses the run -
*> in-memory balances would clobber anything written here at the next
*> autosave). Five passes, every adjustment through
*> Economy-AdjustOffline and the ledger so the audit trail stays whole:
*>   1. interest: every player in the usercache name directory earns
*>      economy-interest-percent of their saved balance
*>      log), is released so the land returns to the wild. Town-owned
*>      claims settle from the town bank instead of a player save, and
*>      a town is never dormant - its members' own claims are
*>   3. rents: every lease on the land market whose paid days have run
*>      out is renewed for another period, tenant to owner (ledger
*>      CLAIM-RENT); a tenant who can't pay, or who asked to leave, is
*>      evicted, and listings on claims released tonight are dropped
*>   4. buy-back prices: Buyback-Recalculate reprices every item the
*>      server buys from the day's sales and lets each recover toward
*>      its base (no money moves here - sales paid out as they happened)
*>   5. the summary report lands in save/logs, dated like the playtime
*>      report, with the buy-back volume and price movement per item,
*>      followed by the money-supply report (EconomySupply-Report) so
*>      tonight's interest, upkeep and rents are in it
IDENTIFICATION DIVISION.
PROGRAM-ID. EconomyDaily-Run.

WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    COPY DD-TOWNS.
    COPY DD-CLAIM-MARKET.
    COPY DD-BUYBACK.
    01 PEEK-FILE-NAME            PIC X(64).
    01 REPORT-FILE-NAME          PIC X(64).
    01 FILE-EXIST-INFO.
    01 INTEREST-PAID-COUNT       BINARY-LONG UNSIGNED.
    01 UPKEEP-CHARGED-COUNT      BINARY-LONG UNSIGNED.
    01 CLAIMS-RELEASED-COUNT     BINARY-LONG UNSIGNED.
    01 LISTING-INDEX             BINARY-LONG UNSIGNED.
    01 LISTING-CLAIM             BINARY-LONG UNSIGNED.
    01 TENANT-ROSTER             BINARY-LONG UNSIGNED.
    01 MARKET-CHANGED            BINARY-CHAR UNSIGNED.
    01 RENT-AMOUNT               BINARY-LONG.
    01 RENTS-RENEWED-COUNT       BINARY-LONG UNSIGNED.
    01 TENANTS-EVICTED-COUNT     BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 ITEM-INDEX                BINARY-LONG UNSIGNED.
    01 BUYBACK-LOTS-TOTAL        BINARY-LONG.
    01 BUYBACK-COINS-TOTAL       BINARY-LONG-LONG.
    01 LOT-SIZE-DISPLAY          PIC Z(8)9.
    01 COINS-DISPLAY             PIC Z(11)9.
    01 OPENING-DISPLAY           PIC Z(9)9.
    01 CLOSING-DISPLAY           PIC Z(9)9.
    01 NEW-PRICE-DISPLAY         PIC Z(9)9.
    01 BASE-DISPLAY              PIC Z(9)9.
    COPY DD-BATCH-STEP.

PROCEDURE DIVISION.
    *> a running server owns the in-memory balances; this batch must
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "economy batch refused: server.lock present, stop the server first"
        MOVE 1 TO BATCH-STEP-FAILED
        GOBACK
    END-IF

    MOVE 0 TO INTEREST-PAID-COUNT
    MOVE 0 TO UPKEEP-CHARGED-COUNT
    MOVE 0 TO CLAIMS-RELEASED-COUNT
    MOVE 0 TO RENTS-RENEWED-COUNT
    MOVE 0 TO TENANTS-EVICTED-COUNT

    PERFORM BUILD-ROSTER
    PERFORM SCAN-LAST-SEEN
    PERFORM PAY-INTEREST
    PERFORM CHARGE-UPKEEP
    PERFORM RENEW-RENTS
    CALL "Buyback-Recalculate"
    PERFORM WRITE-REPORT
    CALL "EconomySupply-Report"
    COMPUTE BATCH-STEP-RECORDS = INTEREST-PAID-COUNT + UPKEEP-CHARGED-COUNT
        + RENTS-RENEWED-COUNT
    COMPUTE BATCH-STEP-EXCEPTIONS =
        CLAIMS-RELEASED-COUNT + TENANTS-EVICTED-COUNT
    GOBACK.

BUILD-ROSTER.
                    ROSTER-UUID(ROSTER-INDEX) INTEREST-AMOUNT ADJUST-OK
                IF ADJUST-OK NOT = 0
                    CALL "Economy-LogTransaction" USING POOL-UUID
                        ROSTER-UUID(ROSTER-INDEX) INTEREST-AMOUNT "INTEREST"
                    ADD 1 TO INTEREST-PAID-COUNT
                END-IF
            END-IF
        NEGATIVE-COST ADJUST-OK
    IF ADJUST-OK NOT = 0
        CALL "Economy-LogTransaction" USING
            CLAIM-OWNER-UUID(CLAIM-INDEX) POOL-UUID UPKEEP-COST "UPKEEP"
        ADD 1 TO UPKEEP-CHARGED-COUNT
    END-IF.

    END-IF
    SUBTRACT UPKEEP-COST FROM TOWN-BANK-BALANCE(OWNER-TOWN)
    CALL "Economy-LogTransaction" USING TOWN-UUID(OWNER-TOWN)
        POOL-UUID UPKEEP-COST "UPKEEP"
    ADD 1 TO UPKEEP-CHARGED-COUNT
    MOVE 1 TO TOWNS-CHANGED.

            / 16)
    COMPUTE UPKEEP-COST = CLAIM-CHUNKS * UPKEEP-PER-CHUNK.

RENEW-RENTS.
    *> runs after the upkeep pass, so the claim table in memory is
    *> tonight's: a listing whose claim was just released no longer
    *> matches one and goes with it
    CALL "ClaimMarket-Init"
    MOVE 0 TO MARKET-CHANGED
    PERFORM VARYING LISTING-INDEX FROM 1 BY 1
            UNTIL LISTING-INDEX > MAX-CLAIM-LISTINGS
        IF LISTING-USED(LISTING-INDEX) NOT = 0
            PERFORM SETTLE-ONE-LISTING
        END-IF
    END-PERFORM
    IF MARKET-CHANGED NOT = 0
        CALL "ClaimMarket-Save"
    END-IF.

SETTLE-ONE-LISTING.
    CALL "ClaimMarket-FindClaim" USING LISTING-INDEX LISTING-CLAIM
    IF LISTING-CLAIM = 0
        IF LISTING-TENANT-UUID(LISTING-INDEX) NOT = LOW-VALUES
            ADD 1 TO TENANTS-EVICTED-COUNT
        END-IF
        MOVE 0 TO LISTING-USED(LISTING-INDEX)
        MOVE 1 TO MARKET-CHANGED
        EXIT PARAGRAPH
    END-IF
    IF LISTING-KIND(LISTING-INDEX) NOT = 2
            OR LISTING-TENANT-UUID(LISTING-INDEX) = LOW-VALUES
            OR LISTING-PAID-UNTIL(LISTING-INDEX) >= TODAY-DAY
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO MARKET-CHANGED

    *> the paid days are used up: a tenant who gave notice leaves
    IF LISTING-RENEW(LISTING-INDEX) = 0
        PERFORM VACATE-LISTING
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO TENANT-ROSTER
    PERFORM VARYING ROSTER-INDEX FROM 1 BY 1
            UNTIL ROSTER-INDEX > ROSTER-COUNT OR TENANT-ROSTER NOT = 0
        IF ROSTER-UUID(ROSTER-INDEX) = LISTING-TENANT-UUID(LISTING-INDEX)
            MOVE ROSTER-INDEX TO TENANT-ROSTER
        END-IF
    END-PERFORM
    IF TENANT-ROSTER = 0
        PERFORM EVICT-TENANT
        EXIT PARAGRAPH
    END-IF
    MOVE TENANT-ROSTER TO ROSTER-INDEX
    PERFORM PEEK-SAVED-BALANCE
    IF PEEK-LOADED = 0 OR PEEK-BALANCE < LISTING-PRICE(LISTING-INDEX)
        *> can't pay: the tenant is out and the claim is for rent again
        PERFORM EVICT-TENANT
        EXIT PARAGRAPH
    END-IF

    *> the owner is credited first, the same order PAY settles in; an
    *> owner whose save won't take it ends the lease rather than let
    *> the tenant's coins vanish
    MOVE LISTING-PRICE(LISTING-INDEX) TO RENT-AMOUNT
    CALL "Economy-AdjustOffline" USING LISTING-OWNER-UUID(LISTING-INDEX)
        RENT-AMOUNT ADJUST-OK
    IF ADJUST-OK = 0
        PERFORM EVICT-TENANT
        EXIT PARAGRAPH
    END-IF
    COMPUTE NEGATIVE-COST = 0 - RENT-AMOUNT
    CALL "Economy-AdjustOffline" USING LISTING-TENANT-UUID(LISTING-INDEX)
        NEGATIVE-COST ADJUST-OK
    IF ADJUST-OK = 0
        *> take the owner's credit back out
        CALL "Economy-AdjustOffline" USING
            LISTING-OWNER-UUID(LISTING-INDEX) NEGATIVE-COST ADJUST-OK
        PERFORM EVICT-TENANT
        EXIT PARAGRAPH
    END-IF
    CALL "Economy-LogTransaction" USING LISTING-TENANT-UUID(LISTING-INDEX)
        LISTING-OWNER-UUID(LISTING-INDEX) RENT-AMOUNT "CLAIM-RENT"
    *> the new period starts today, however many nights were missed
    COMPUTE LISTING-PAID-UNTIL(LISTING-INDEX) =
        TODAY-DAY + LISTING-PERIOD-DAYS(LISTING-INDEX) - 1
    ADD 1 TO RENTS-RENEWED-COUNT.

EVICT-TENANT.
    ADD 1 TO TENANTS-EVICTED-COUNT
    PERFORM VACATE-LISTING.

VACATE-LISTING.
    MOVE LOW-VALUES TO LISTING-TENANT-UUID(LISTING-INDEX)
    MOVE 0 TO LISTING-PAID-UNTIL(LISTING-INDEX)
    MOVE 0 TO LISTING-RENEW(LISTING-INDEX).

PEEK-SAVED-BALANCE.
    MOVE 0 TO PEEK-LOADED
    MOVE 0 TO PEEK-BALANCE
        " claim(s) released (dormant or unpaid)" DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE RENTS-RENEWED-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "rent renewed on " FUNCTION TRIM(COUNT-DISPLAY)
        " claim(s)" DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE TENANTS-EVICTED-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY)
        " tenant(s) evicted (unpaid or claim released)" DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-BUYBACK-REPORT
    CLOSE FD-REPORT.

WRITE-BUYBACK-REPORT.
    *> per item: the lots the server took since the last run and what
    *> it paid, then the price the run opened at, the quote it closed
    *> at after those lots and the price set for tomorrow
    MOVE 0 TO BUYBACK-LOTS-TOTAL
    MOVE 0 TO BUYBACK-COINS-TOTAL
    PERFORM VARYING ITEM-INDEX FROM 1 BY 1
            UNTIL ITEM-INDEX > BUYBACK-ITEM-COUNT
        ADD BUYBACK-LOTS-SOLD(ITEM-INDEX) TO BUYBACK-LOTS-TOTAL
        ADD BUYBACK-COINS-PAID(ITEM-INDEX) TO BUYBACK-COINS-TOTAL
    END-PERFORM
    MOVE BUYBACK-LOTS-TOTAL TO COUNT-DISPLAY
    MOVE BUYBACK-COINS-TOTAL TO COINS-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "buy-back bought " FUNCTION TRIM(COUNT-DISPLAY)
        " lot(s) for " FUNCTION TRIM(COINS-DISPLAY) " coin(s)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING ITEM-INDEX FROM 1 BY 1
            UNTIL ITEM-INDEX > BUYBACK-ITEM-COUNT
        MOVE BUYBACK-LOTS-SOLD(ITEM-INDEX) TO COUNT-DISPLAY
        MOVE BUYBACK-LOT-SIZE(ITEM-INDEX) TO LOT-SIZE-DISPLAY
        MOVE BUYBACK-COINS-PAID(ITEM-INDEX) TO COINS-DISPLAY
        MOVE BUYBACK-PRICE(ITEM-INDEX) TO OPENING-DISPLAY
        MOVE BUYBACK-CLOSING-PRICE(ITEM-INDEX) TO CLOSING-DISPLAY
        MOVE BUYBACK-NEW-PRICE(ITEM-INDEX) TO NEW-PRICE-DISPLAY
        MOVE BUYBACK-BASE-PRICE(ITEM-INDEX) TO BASE-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "  " BUYBACK-ITEM-NAME(ITEM-INDEX)(1:32) " "
            FUNCTION TRIM(COUNT-DISPLAY) " lot(s) of "
            FUNCTION TRIM(LOT-SIZE-DISPLAY) " for "
            FUNCTION TRIM(COINS-DISPLAY) ", price "
            FUNCTION TRIM(OPENING-DISPLAY) " -> "
            FUNCTION TRIM(CLOSING-DISPLAY) " -> "
            FUNCTION TRIM(NEW-PRICE-DISPLAY) " (base "
            FUNCTION TRIM(BASE-DISPLAY) ")"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM.

END PROGRAM EconomyDaily-Run.
