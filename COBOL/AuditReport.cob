    *> The permanent audit trail every run appends to - read here, never
    *> written. Each cipher run leaves an AUDIT START and, unless it
    *> abended, an AUDIT END; maintenance runs leave their own KEYMNT/
    *> RETAIN/CORMNT/KEYCMP/ACKMATCH/CORRSTMT/DAYBAL/INTAKE/CASEMNT/
    *> CASEAGE/HISRCV lines. This program turns that raw file into the summary
    *> the security reviewers ask for every quarter and the shop used to
    *> build by eyeballing it.
    SELECT AUDIT-FILE ASSIGN TO "CIPHERAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUD-STATUS.
       01 KEYMNT-LINE-COUNT PIC 9(7) VALUE 0.
       01 RETAIN-LINE-COUNT PIC 9(7) VALUE 0.
       01 EXTRACT-LINE-COUNT PIC 9(7) VALUE 0.
       01 CORMNT-LINE-COUNT PIC 9(7) VALUE 0.
       01 KEYCMP-LINE-COUNT PIC 9(7) VALUE 0.
       01 ACKMATCH-LINE-COUNT PIC 9(7) VALUE 0.
       01 CORRSTMT-LINE-COUNT PIC 9(7) VALUE 0.
       01 DAYBAL-LINE-COUNT PIC 9(7) VALUE 0.
       01 INTAKE-LINE-COUNT PIC 9(7) VALUE 0.
       01 CASEMNT-LINE-COUNT PIC 9(7) VALUE 0.
       01 CASEAGE-LINE-COUNT PIC 9(7) VALUE 0.
       01 HISRCV-LINE-COUNT PIC 9(7) VALUE 0.
       01 OTHER-LINE-COUNT PIC 9(7) VALUE 0.
       01 WORST-CONDITION PIC 9(2) VALUE 0.

           ADD 1 TO RETAIN-LINE-COUNT
       ELSE IF AUD-TOK(2) IS EQUAL TO "EXTRACT"
           ADD 1 TO EXTRACT-LINE-COUNT
       ELSE IF AUD-TOK(2) IS EQUAL TO "CORMNT"
           ADD 1 TO CORMNT-LINE-COUNT
       ELSE IF AUD-TOK(2) IS EQUAL TO "KEYCMP"
           ADD 1 TO KEYCMP-LINE-COUNT
       ELSE IF AUD-TOK(2) IS EQUAL TO "ACKMATCH"
           ADD 1 TO ACKMATCH-LINE-COUNT
       ELSE IF AUD-TOK(2) IS EQUAL TO "CORRSTMT"
           ADD 1 TO CORRSTMT-LINE-COUNT
       ELSE IF AUD-TOK(2) IS EQUAL TO "DAYBAL"
           ADD 1 TO DAYBAL-LINE-COUNT
       ELSE IF AUD-TOK(2) IS EQUAL TO "INTAKE"
           ADD 1 TO INTAKE-LINE-COUNT
       ELSE IF AUD-TOK(2) IS EQUAL TO "CASEMNT"
           ADD 1 TO CASEMNT-LINE-COUNT
       ELSE IF AUD-TOK(2) IS EQUAL TO "CASEAGE"
           ADD 1 TO CASEAGE-LINE-COUNT
       ELSE IF AUD-TOK(2) IS EQUAL TO "HISRCV"
           ADD 1 TO HISRCV-LINE-COUNT
       ELSE
           ADD 1 TO OTHER-LINE-COUNT
       END-IF.
       WRITE SUMMARY-RECORD.
       MOVE FUNCTION CONCATENATE("Grand Totals - runs:" TOTAL-RUNS " processed:" TOTAL-PROCESSED " rejected:" TOTAL-REJECTED " recon-failures:" TOTAL-RECON-FAILS " abends:" TOTAL-ABENDS " orphan-ends:" ORPHAN-END-COUNT) TO SUMMARY-RECORD.
       WRITE SUMMARY-RECORD.
       MOVE FUNCTION CONCATENATE("Maintenance activity - key-vault lines:" KEYMNT-LINE-COUNT " retention lines:" RETAIN-LINE-COUNT " extract lines:" EXTRACT-LINE-COUNT) TO SUMMARY-RECORD.
       WRITE SUMMARY-RECORD.
       MOVE FUNCTION CONCATENATE("                       correspondent lines:" CORMNT-LINE-COUNT " compromise lines:" KEYCMP-LINE-COUNT " ack-match lines:" ACKMATCH-LINE-COUNT) TO SUMMARY-RECORD.
       WRITE SUMMARY-RECORD.
       MOVE FUNCTION CONCATENATE("                       statement lines:" CORRSTMT-LINE-COUNT " balancing lines:" DAYBAL-LINE-COUNT " intake lines:" INTAKE-LINE-COUNT) TO SUMMARY-RECORD.
       WRITE SUMMARY-RECORD.
       MOVE FUNCTION CONCATENATE("                       case maintenance lines:" CASEMNT-LINE-COUNT " case aging lines:" CASEAGE-LINE-COUNT " history recovery lines:" HISRCV-LINE-COUNT) TO SUMMARY-RECORD.
       WRITE SUMMARY-RECORD.
       MOVE FUNCTION CONCATENATE("                       unrecognized lines:" OTHER-LINE-COUNT) TO SUMMARY-RECORD.
       WRITE SUMMARY-RECORD.
       MOVE SPACES TO SUMMARY-RECORD.
       WRITE SUMMARY-RECORD.
