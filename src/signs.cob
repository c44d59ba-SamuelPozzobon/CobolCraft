
    *> a sign whose first line reads [shop] is also a price list
    CALL "Shops-OnSignEdit" USING LK-PLAYER-ID LK-POSITION LK-LINES
    *> and one reading [for sale] or [for rent] puts its claim on the
    *> land market
    CALL "ClaimMarket-OnSignEdit" USING LK-PLAYER-ID LK-POSITION LK-LINES
    GOBACK.

END PROGRAM Signs-SetText.
