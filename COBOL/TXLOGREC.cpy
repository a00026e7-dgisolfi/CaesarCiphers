*> TXLOGREC - transmission log record layout for the CIPHERTXL file.
*> One record for every group a run puts on a transmission file - the
*> default CIPHEROUT or a correspondent's registered destination -
*> written the moment its trailer goes out, carrying the same count
*> and checksum the trailer does. Appended by every run and never
*> rewritten: it is the shop's side of the ledger the desks'
*> acknowledgements (CIPHREC record type "K") are matched against.
01 TRANSMISSION-LOG-RECORD.
    *> The group header's run date and correspondent - the pair an
    *> acknowledgement names
    05 TX-RUN-DATE PIC X(08).
    05 TX-RUN-TIME PIC X(06).
    05 TX-CORRESPONDENT-ID PIC X(08).
    *> The logical transmission file the group went out on
    05 TX-DESTINATION PIC X(12).
    05 TX-CIPHER-MODE PIC X(01).
    05 TX-MSG-COUNT PIC 9(07).
    05 TX-CHECKSUM PIC 9(09).
    *> Which run put it there
    05 TX-SOURCE PIC X(01).
        88 TX-FROM-ENCRYPT VALUE "E".
        88 TX-FROM-RERUN   VALUE "R".
        88 TX-FROM-RESEND  VALUE "K".
    05 FILLER PIC X(28).
