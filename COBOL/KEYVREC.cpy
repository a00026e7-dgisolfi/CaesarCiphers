    05 KV-CIPHER-MODE PIC X(01).
        88 KV-CAESAR-MODE   VALUE "C".
        88 KV-VIGENERE-MODE VALUE "V".
        88 KV-AFFINE-MODE   VALUE "A".
    05 KV-OFFSET PIC 9(02).
    05 KV-KEYWORD PIC X(20).
    *> yyyymmdd; an effective-to of spaces or zeros means open-ended
    05 KV-STATUS PIC X(01).
        88 KV-ACTIVE  VALUE "A".
        88 KV-EXPIRED VALUE "E".
    *> Affine keys only - the multiplier applied before KV-OFFSET,
    *> always coprime with 26 (KeyVault refuses any other)
    05 KV-MULTIPLIER PIC 9(02).
    05 FILLER PIC X(10).
