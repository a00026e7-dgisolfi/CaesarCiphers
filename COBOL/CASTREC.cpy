*> CASTREC - analyst transaction layout for the CASETRAN input to the
*> CaseMaint run. One record per verdict on an intercept case: confirm
*> ("C") the candidate slot that actually reads the intercept, disprove
*> ("D") a case none of its candidates solved, or reopen ("R") a case
*> closed too soon. Every transaction names the analyst making it -
*> the case file keeps who closed what, and an unsigned verdict is
*> refused.
01 CASE-TRAN-RECORD.
    05 IT-ACTION PIC X(01).
        88 IT-CONFIRM   VALUE "C".
        88 IT-DISPROVE  VALUE "D".
        88 IT-REOPEN    VALUE "R".
    05 IT-CASE-NO.
        10 IT-CASE-DATE PIC X(08).
        10 IT-CASE-SEQ PIC 9(05).
    *> The candidate slot being confirmed, 1-6; ignored otherwise
    05 IT-CANDIDATE PIC X(01).
    05 IT-ANALYST-ID PIC X(08).
    *> Free text carried onto the case - why it was disproved, what
    *> the confirmation rests on
    05 IT-ANALYST-NOTE PIC X(40).
    05 FILLER PIC X(09).
