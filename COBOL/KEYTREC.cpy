    05 KT-CIPHER-MODE PIC X(01).
        88 KT-CAESAR-MODE   VALUE "C".
        88 KT-VIGENERE-MODE VALUE "V".
        88 KT-AFFINE-MODE   VALUE "A".
    *> X rather than 9 so an expire transaction may leave it blank -
    *> add/change validate it numeric before it reaches KV-OFFSET
    05 KT-OFFSET PIC X(02).
    05 KT-EFFECTIVE-FROM PIC X(08).
    05 KT-EFFECTIVE-TO PIC X(08).
    05 KT-STATUS PIC X(01).
    *> Affine add/change only - X for the same reason as KT-OFFSET;
    *> validated numeric and coprime with 26 before it reaches
    *> KV-MULTIPLIER
    05 KT-MULTIPLIER PIC X(02).
    05 FILLER PIC X(09).
