*> HOLDREC - weak-ciphertext hold record layout for the CIPHERHLD file.
*> One record for every outbound message the encrypt-side screen kept
*> off its transmission file because our own Solve scoring recovered
*> it with confidence from the ciphertext alone. Appended by every run
*> and never rewritten - the security reviewers' evidence of what was
*> stopped, and the operator's worklist for re-keying and resubmitting
*> it under a stronger key. The recovered text of classified traffic
*> is masked here exactly as the run report masks it.
01 HOLD-RECORD.
    05 HL-RUN-DATE PIC X(08).
    05 HL-RUN-TIME PIC X(06).
    *> Where the message sat - whose group, which group of the run,
    *> its position in that group, and the history ordinal it was
    *> recorded under (zero when the history master was down)
    05 HL-CORRESPONDENT-ID PIC X(08).
    05 HL-GROUP-NUMBER PIC 9(03).
    05 HL-BATCH-SEQ PIC 9(07).
    05 HL-HIS-SEQ PIC 9(07).
    05 HL-CIPHER-MODE PIC X(01).
    05 HL-KEY-ID PIC X(08).
    05 HL-CONFIDENTIAL-FLAG PIC X(01).
        88 HL-CONFIDENTIAL VALUE "Y".
    *> What the screen's crack found - the key it recovered (a Caesar
    *> offset, an affine multiplier/offset as "mm/oo", or the Vigenere
    *> keyword), how many dictionary words the recovery read as, and
    *> what percentage of the message's letters it got right
    05 HL-RECOVERED-KEY PIC X(20).
    05 HL-WORDS-MATCHED PIC 9(03).
    05 HL-AGREE-PCT PIC 9(03).
    05 HL-CIPHER-TEXT PIC X(80).
    05 HL-RECOVERED-TEXT PIC X(80).
    05 FILLER PIC X(15).
