*> card from before this record was formalized); detail carries one
*> message per record; trailer carries the control totals a run is
*> reconciled against on the way out.
*> The acknowledgement record ("K") travels the other way: a desk
*> returns one for every group it took off its transmission file,
*> saying what it received and whether its own decrypt run came out
*> clean. It never appears in a CIPHERIN batch.
01 CIPHER-BATCH-RECORD.
    05 CB-RECORD-TYPE PIC X(01).
        88 CB-HEADER-RECORD  VALUE "H".
        88 CB-DETAIL-RECORD  VALUE "D".
        88 CB-TRAILER-RECORD VALUE "T".
        88 CB-ACK-RECORD     VALUE "K".
    05 CB-HEADER-AREA.
        10 CB-RUN-DATE PIC X(08).
        10 CB-CIPHER-MODE PIC X(01).
            88 CB-CAESAR-MODE   VALUE "C".
            88 CB-VIGENERE-MODE VALUE "V".
            *> Each letter multiplied by CB-DEFAULT-MULTIPLIER, then
            *> shifted by CB-DEFAULT-OFFSET - Caesar is multiplier 1
            88 CB-AFFINE-MODE   VALUE "A".
        10 CB-DEFAULT-OFFSET PIC 9(02).
        10 CB-DEFAULT-KEYWORD PIC X(20).
        10 CB-RUN-MODE PIC X(01).
        *> before the master existed: no registration check, output on
        *> the default CIPHEROUT.
        10 CB-CORRESPONDENT-ID PIC X(08).
        *> The affine multiplier - one of the twelve values coprime
        *> with 26 (1 3 5 7 9 11 15 17 19 21 23 25); any other has no
        *> inverse and could never be deciphered. Unused by the other
        *> modes.
        10 CB-DEFAULT-MULTIPLIER PIC 9(02).
        10 FILLER PIC X(67).
    05 CB-DETAIL-AREA REDEFINES CB-HEADER-AREA.
        10 CB-MESSAGE-TEXT PIC X(80).
        *> Checked against the recomputed length of CB-MESSAGE-TEXT in
        10 CB-EXPECTED-COUNT PIC 9(07).
        10 CB-CHECKSUM PIC 9(09).
        10 FILLER PIC X(93).
    05 CB-ACK-AREA REDEFINES CB-HEADER-AREA.
        *> The run date and correspondent off the header of the group
        *> being acknowledged - together they name the transmission
        10 CB-ACK-RUN-DATE PIC X(08).
        10 CB-ACK-CORRESPONDENT-ID PIC X(08).
        *> What the desk actually took off the file - its own count of
        *> details and the sum of their lengths, figured the same way
        *> as the trailer's, not copied from it
        10 CB-ACK-MSG-COUNT PIC 9(07).
        10 CB-ACK-CHECKSUM PIC 9(09).
        10 CB-ACK-DECRYPT-OUTCOME PIC X(01).
            88 CB-ACK-DECRYPTED-CLEAN VALUE "C".
            88 CB-ACK-DECRYPT-FAILED  VALUE "F".
        *> When the desk ran it
        10 CB-ACK-RECEIVED-DATE PIC X(08).
        10 FILLER PIC X(68).
