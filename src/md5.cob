*> --- MD5-Digest ---
*> Computes the 16-byte MD5 digest of LK-INPUT(1:LK-INPUT-LENGTH), used by
*> UUID-OfflineFromName to derive an offline-mode player UUID the same way
*> Mojang's client does (UUID.nameUUIDFromBytes), and by Backup-HashFile
*> for the backup manifests, whose files run up to the 4 MiB Files-ReadAll
*> buffer. GnuCOBOL has no bitwise operators or hash intrinsics, so the
*> algorithm is built entirely on the Bits32-* arithmetic helpers
*> (bits32.cob).
IDENTIFICATION DIVISION.
PROGRAM-ID. MD5-Digest.

WORKING-STORAGE SECTION.
    COPY DD-MD5.

    *> the largest input plus room for the padding and length bytes
    01 MESSAGE-BUFFER            PIC X(4194432).
    01 PADDED-LENGTH             BINARY-LONG UNSIGNED.
    01 BIT-LENGTH                BINARY-LONG UNSIGNED.
    01 ZERO-PAD-COUNT            BINARY-LONG UNSIGNED.
    01 LK-DIGEST                 PIC X(16).

PROCEDURE DIVISION USING LK-INPUT LK-INPUT-LENGTH LK-DIGEST.
    MOVE LK-INPUT(1:LK-INPUT-LENGTH) TO MESSAGE-BUFFER(1:LK-INPUT-LENGTH)
    *> only the padding tail needs clearing, not the whole buffer
    MOVE LOW-VALUES TO MESSAGE-BUFFER(LK-INPUT-LENGTH + 1:128)

    *> append the 0x80 padding byte
    COMPUTE PADDED-LENGTH = LK-INPUT-LENGTH + 1
    COMPUTE PADDED-LENGTH = PADDED-LENGTH + ZERO-PAD-COUNT

    *> append the original bit-length as a 64-bit little-endian value;
    *> inputs are at most a few MiB, so only the low 32 bits are ever
    *> non-zero
    COMPUTE BIT-LENGTH = LK-INPUT-LENGTH * 8
    PERFORM VARYING DIGEST-BYTE-INDEX FROM 1 BY 1 UNTIL DIGEST-BYTE-INDEX > 4
        COMPUTE BYTE-VALUE = FUNCTION MOD(BIT-LENGTH, 256)
