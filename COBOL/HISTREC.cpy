    05 HIS-STATUS PIC X(01).
        88 HIS-ACCEPTED VALUE "A".
        88 HIS-REJECTED VALUE "R".
        *> Encrypted, but kept off the transmission file because the
        *> run's own Solve screen recovered it from the ciphertext
        88 HIS-HELD VALUE "H".
    *> Classified traffic keeps its real text here - this file is the
    *> system of record - but an inquiry extract masks it on the way
    *> out, the same way the run's own report did
    05 HIS-CONFIDENTIAL-FLAG PIC X(01).
        88 HIS-CONFIDENTIAL VALUE "Y".
    *> Whose group the message rode in - the header's
    *> CB-CORRESPONDENT-ID as it stood when the message was processed.
    *> Spaces for an unattributed group, a rejects rerun, and every
    *> record written before the field existed.
    05 HIS-CORR-ID PIC X(08).
    *> Why a rejected message was thrown out - the same reason code its
    *> CIPHERREJ line carries. Spaces on an accepted record.
    05 HIS-REJECT-REASON PIC X(03).
    05 FILLER PIC X(06).
