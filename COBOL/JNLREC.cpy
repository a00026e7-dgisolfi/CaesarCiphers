*> JNLREC - history journal record layout for the CIPHERJNL forward-
*> recovery journal. Every history record a Cipher run writes to the
*> CIPHERHIS master goes onto the run's own journal generation first,
*> whole, so a master damaged mid-night is rebuilt from the last image
*> copy plus the generations since, not from whatever copy operations
*> happen to have. Each generation opens with a header naming the run
*> that wrote it (date and start time, as on its AUDIT START line) and
*> closes with a trailer counting its details - a generation with no
*> trailer is a run that died before it finished, and the HistoryRecover
*> run says so.
01 JOURNAL-RECORD.
    05 JR-RECORD-TYPE PIC X(01).
        88 JR-HEADER VALUE "H".
        88 JR-DETAIL VALUE "D".
        88 JR-TRAILER VALUE "T".
    05 JR-RUN-DATE PIC X(08).
    05 JR-RUN-TIME PIC X(06).
    *> A detail carries the history record exactly as the run handed it
    *> to the master - HISTREC shape, moved across whole
    05 JR-BODY PIC X(211).
    05 JR-HEADER-BODY REDEFINES JR-BODY.
        10 JR-RUN-MODE PIC X(01).
        10 JR-CIPHER-MODE PIC X(01).
        *> "Y" when the run was a restart of one that abended - its
        *> dead predecessor's generation will show no trailer
        10 JR-RESTART-FLAG PIC X(01).
        10 FILLER PIC X(208).
    05 JR-TRAILER-BODY REDEFINES JR-BODY.
        10 JR-DETAIL-COUNT PIC 9(09).
        *> The first and last history keys (run date plus ordinal) the
        *> generation carries - zeros on an empty generation
        10 JR-FIRST-KEY PIC X(15).
        10 JR-LAST-KEY PIC X(15).
        10 FILLER PIC X(172).
    05 FILLER PIC X(06).
