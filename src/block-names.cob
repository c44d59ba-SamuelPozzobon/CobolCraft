    CALL "BlockNames-Register" USING "minecraft:iron_ore" 1 0
    CALL "BlockNames-Register" USING "minecraft:gold_ore" 1 0
    CALL "BlockNames-Register" USING "minecraft:diamond_ore" 1 0
    CALL "BlockNames-Register" USING "minecraft:emerald_ore" 1 0
    CALL "BlockNames-Register" USING "minecraft:nether_gold_ore" 1 0
    CALL "BlockNames-Register" USING "minecraft:ancient_debris" 1 0
    CALL "BlockNames-Register" USING "minecraft:deepslate_iron_ore" 1 0
    CALL "BlockNames-Register" USING "minecraft:deepslate_gold_ore" 1 0
    CALL "BlockNames-Register" USING "minecraft:deepslate_diamond_ore" 1 0
    CALL "BlockNames-Register" USING "minecraft:deepslate_emerald_ore" 1 0
    CALL "BlockNames-Register" USING "minecraft:oak_planks" 1 0
    *> grass_block: snowy true/false, default snowy=false is second
    CALL "BlockNames-Register" USING "minecraft:grass_block" 2 1
    CALL "BlockNames-Register" USING "minecraft:oak_leaves" 28 27
    *> oak_log: axis x/y/z, default axis=y is second
    CALL "BlockNames-Register" USING "minecraft:oak_log" 3 1
    *> deepslate: axis x/y/z like the logs, default axis=y is second
    CALL "BlockNames-Register" USING "minecraft:deepslate" 3 1
    *> doors: facing/half/hinge/open/powered = 64 states; the default
    *> (north, lower, left, closed, unpowered) sits at base + 11
    CALL "BlockNames-Register" USING "minecraft:oak_door" 64 11
