*> CASEREC - intercept case record layout for the indexed CIPHERCAS
*> file. One case for every intercept a solve-only run worked: the
*> ciphertext as it arrived, the strongest readings the shift scan and
*> the Vigenere keyword hunt each produced with their scores, the key
*> the run itself recovered, and where the analysts have got to with
*> it. Opened by the solve run, worked by the CaseMaint transaction
*> run, and never deleted - a disproved case is an answer too.
*> The case number is the solve run's date plus a day-wide ordinal,
*> numbered the way the history master numbers its records.
01 INTERCEPT-CASE-RECORD.
    05 IC-CASE-NO.
        10 IC-CASE-DATE PIC X(08).
        10 IC-CASE-SEQ PIC 9(05).
    05 IC-OPENED-TIME PIC X(06).
    *> The history record the solve run wrote for the same message
    *> (zero when the history master was down), and whose group it
    *> rode in
    05 IC-HIS-SEQ PIC 9(07).
    05 IC-CORR-ID PIC X(08).
    05 IC-CIPHER-MODE PIC X(01).
    *> Classified traffic keeps its real text here, as on the history
    *> master - the case listings mask it on the way out
    05 IC-CONFIDENTIAL-FLAG PIC X(01).
        88 IC-CONFIDENTIAL VALUE "Y".
    05 IC-CIPHER-TEXT PIC X(80).
    *> The leading readings, best first within each family. Slots 1-3
    *> are the shift scan's - Caesar offsets, or affine multiplier/
    *> offset pairs as "mm/oo" on an affine run; slots 4-6 are the
    *> Vigenere hunt's best keyword at each of its three strongest
    *> lengths. An empty slot has a family of space.
    05 IC-CANDIDATE OCCURS 6 TIMES.
        10 IC-CAND-FAMILY PIC X(01).
            88 IC-CAND-CAESAR VALUE "C".
            88 IC-CAND-AFFINE VALUE "A".
            88 IC-CAND-VIGENERE VALUE "V".
        10 IC-CAND-KEY PIC X(20).
        10 IC-CAND-SCORE PIC 9(09).
        10 IC-CAND-TEXT PIC X(80).
    *> The key the case currently stands on - the solve run's own best
    *> guess while the case is open, the analyst's pick once confirmed
    05 IC-RECOVERED-FAMILY PIC X(01).
    05 IC-RECOVERED-KEY PIC X(20).
    05 IC-RECOVERED-TEXT PIC X(80).
    05 IC-STATUS PIC X(01).
        88 IC-OPEN VALUE "O".
        88 IC-CONFIRMED VALUE "C".
        88 IC-DISPROVED VALUE "D".
    *> Which slot the analyst confirmed (zero while open or disproved),
    *> who closed the case, when, and what they had to say about it
    05 IC-CONFIRMED-CAND PIC 9(01).
    05 IC-ANALYST-ID PIC X(08).
    05 IC-CLOSED-DATE PIC X(08).
    05 IC-ANALYST-NOTE PIC X(40).
    *> The earlier confirmed case whose keyword read this intercept
    *> before any hunt ran - spaces when the hunt had to find it alone
    05 IC-KEYWORD-FROM-CASE PIC X(13).
    05 FILLER PIC X(10).
